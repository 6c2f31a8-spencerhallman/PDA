       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB109.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB109                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB109 IS THE MONTHLY EXPIRING SUPPLIER  * 00100000
      *             COMPLIANCE DOCUMENT REPORT.  IT LISTS EVERY       * 00110000
      *             DOCUMENT ON THE SUPPLIER DOCUMENT FILE WHOSE      * 00120000
      *             EXPIRATION DATE FALLS WITHIN THE NEXT 45 DAYS,    * 00130000
      *             BY PREFIX, SUPPLIER AND DOCUMENT TYPE, SO A       * 00140000
      *             RENEWED DOCUMENT IS ON FILE BEFORE THE OLD ONE    * 00150000
      *             LAPSES AND THE NIGHTLY REORDER RUN (PDAB22)       * 00160000
      *             STARTS HOLDING THE SUPPLIER'S PURCHASE ORDER      * 00170000
      *             LINES.  DOCUMENTS WITH NO EXPIRATION DATE ARE     * 00180000
      *             NOT LISTED.  THE TOTALS ALSO COUNT THE DOCUMENTS  * 00190000
      *             ALREADY EXPIRED.                                  * 00200000
      *                                                               * 00210000
      * FILES   :   SUPPLIER DOCUMENTS   -  VSAM KSDS    (INPUT)      * 00220000
      *                                                               * 00230000
      ***************************************************************** 00240000
      *             PROGRAM CHANGE LOG                                * 00250000
      *             -------------------                               * 00260000
      *                                                               * 00270000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00280000
      *  --------   --------------------  --------------------------  * 00290000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00300000
      *                                                               * 00310000
      ***************************************************************** 00320000
           EJECT                                                        00330000
       ENVIRONMENT DIVISION.                                            00340000
                                                                        00350000
       INPUT-OUTPUT SECTION.                                            00360000
                                                                        00370000
       FILE-CONTROL.                                                    00380000
                                                                        00390000
           SELECT VSAM-SUPPLIER-DOC    ASSIGN TO VSUPDOC                00400000
                                       ORGANIZATION IS INDEXED          00410000
                                       ACCESS IS SEQUENTIAL             00420000
                                       RECORD KEY IS SUPP-DOC-KEY       00430000
                                       FILE STATUS IS                   00440000
                                           WS-SUPPDOC-STATUS.           00450000
           EJECT                                                        00460000
       DATA DIVISION.                                                   00470000
                                                                        00480000
       FILE SECTION.                                                    00490000
                                                                        00500000
       FD  VSAM-SUPPLIER-DOC                                            00510000
           RECORD CONTAINS 128 CHARACTERS.                              00520000
                                                                        00530000
           COPY VSUPDOC.                                                00540000
           EJECT                                                        00550000
       WORKING-STORAGE SECTION.                                         00560000
                                                                        00570000
      ***************************************************************** 00580000
      *    SWITCHES                                                   * 00590000
      ***************************************************************** 00600000
                                                                        00610000
       01  WS-SWITCHES.                                                 00620000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00630000
               88  END-OF-PROCESS                VALUE 'Y'.             00640000
           EJECT                                                        00650000
      ***************************************************************** 00660000
      *    MISCELLANEOUS WORK FIELDS                                  * 00670000
      ***************************************************************** 00680000
                                                                        00690000
       01  WS-MISCELLANEOUS-FIELDS.                                     00700000
           03  WS-SUPPDOC-STATUS       PIC XX    VALUE SPACES.          00710000
               88  SUPPDOC-OK                    VALUE '  ' '00'.       00720000
               88  SUPPDOC-END                   VALUE '10'.            00730000
               88  SUPPDOC-EMPTY                 VALUE '47' '35'.       00740000
           03  WS-DOCS-READ            PIC S9(7) VALUE +0       COMP-3. 00750000
           03  WS-DOCS-LISTED          PIC S9(7) VALUE +0       COMP-3. 00760000
           03  WS-DOCS-EXPIRED         PIC S9(7) VALUE +0       COMP-3. 00770000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   00780000
           03  WS-TODAY-INTEGER        PIC S9(9) VALUE +0       COMP.   00790000
           03  WS-TODAY                PIC X(8)  VALUE SPACES.          00800000
           03  WS-TODAY-N REDEFINES WS-TODAY                            00810000
                                       PIC 9(8).                        00820000
           03  WS-CUTOFF               PIC X(8)  VALUE SPACES.          00830000
           03  WS-CUTOFF-N             PIC 9(8)  VALUE ZEROES.          00840000
           03  WS-DATE.                                                 00850000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          00860000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          00870000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          00880000
           EJECT                                                        00890000
      ***************************************************************** 00900000
      *    DISPLAY AREA                                               * 00910000
      ***************************************************************** 00920000
                                                                        00930000
       01  WS-DISPLAY-LINES.                                            00940000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         00950000
           03  WS-DL-LINE.                                              00960000
               05  FILLER         PIC X(01) VALUE '*'.                  00970000
               05  WS-DL-LINE-TEXT                                      00980000
                                  PIC X(78) VALUE SPACES.               00990000
               05  FILLER         PIC X(01) VALUE '*'.                  01000000
           03  WS-DL-TOTAL.                                             01010000
               05  FILLER         PIC X(01) VALUE '*'.                  01020000
               05  FILLER         PIC X(45) VALUE SPACES.               01030000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01040000
               05  FILLER         PIC X(3)  VALUE ' - '.                01050000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01060000
               05  FILLER         PIC X(01) VALUE '*'.                  01070000
                                                                        01080000
       01  WS-DL-DOCUMENT.                                              01090000
           03  FILLER                  PIC X(02) VALUE SPACES.          01100000
           03  WS-DL-D-PREFIX          PIC X(05) VALUE SPACES.          01110000
           03  FILLER                  PIC X(01) VALUE SPACES.          01120000
           03  WS-DL-D-SUPPLIER        PIC X(20) VALUE SPACES.          01130000
           03  FILLER                  PIC X(01) VALUE SPACES.          01140000
           03  WS-DL-D-TYPE            PIC X(03) VALUE SPACES.          01150000
           03  FILLER                  PIC X(01) VALUE SPACES.          01160000
           03  WS-DL-D-REFERENCE       PIC X(20) VALUE SPACES.          01170000
           03  FILLER                  PIC X(09) VALUE ' EXPIRES '.     01180000
           03  WS-DL-D-EXPIRES         PIC 9(08) VALUE ZEROES.          01190000
           03  FILLER                  PIC X(01) VALUE SPACES.          01200000
           03  WS-DL-D-DAYS            PIC ZZ9.                         01210000
           03  FILLER                  PIC X(05) VALUE ' DAYS'.         01220000
           EJECT                                                        01230000
      ***************************************************************** 01240000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01250000
      ***************************************************************** 01260000
                                                                        01270000
           COPY PDAERRWS.                                               01280000
                                                                        01290000
       01  WS-PDA-BATCH-ERROR-01.                                       01300000
           05  FILLER             PIC X     VALUE SPACES.               01310000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             01320000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          01330000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB109'.            01340000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      01350000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               01360000
                                                                        01370000
       01  WS-PDA-BATCH-ERROR-02.                                       01380000
           05  FILLER             PIC X(8)  VALUE SPACES.               01390000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               01400000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   01410000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               01420000
           EJECT                                                        01430000
      ***************************************************************** 01440000
      *    P R O C E D U R E    D I V I S I O N                       * 01450000
      ***************************************************************** 01460000
                                                                        01470000
       PROCEDURE DIVISION.                                              01480000
                                                                        01490000
      ***************************************************************** 01500000
      *                                                               * 01510000
      *    PARAGRAPH:  P00000-MAINLINE                                * 01520000
      *                                                               * 01530000
      *    FUNCTION :  PROGRAM ENTRY.  LIST EVERY SUPPLIER DOCUMENT   * 01540000
      *                EXPIRING WITHIN THE NEXT 45 DAYS               * 01550000
      *                                                               * 01560000
      *    CALLED BY:  NONE                                           * 01570000
      *                                                               * 01580000
      ***************************************************************** 01590000
                                                                        01600000
       P00000-MAINLINE.                                                 01610000
                                                                        01620000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  01630000
           MOVE WS-DATE TO WS-TODAY.                                    01640000
                                                                        01650000
      ***************************************************************** 01660000
      *    THE REPORT WINDOW ENDS 45 CALENDAR DAYS OUT -- INTEGER     * 01670000
      *    DATE ARITHMETIC IS THE ONLY SAFE WAY ACROSS MONTH AND      * 01680000
      *    YEAR BOUNDARIES                                            * 01690000
      ***************************************************************** 01700000
                                                                        01710000
           COMPUTE WS-TODAY-INTEGER =                                   01720000
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N).                    01730000
           COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + 45.             01740000
           COMPUTE WS-CUTOFF-N =                                        01750000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               01760000
           MOVE WS-CUTOFF-N TO WS-CUTOFF.                               01770000
                                                                        01780000
           DISPLAY ' '.                                                 01790000
           DISPLAY WS-DL-ASTERISK.                                      01800000
           MOVE '  PDAB109 - SUPPLIER DOCUMENTS EXPIRING WITHIN 45 DAYS'01810000
               TO WS-DL-LINE-TEXT.                                      01820000
           DISPLAY WS-DL-LINE.                                          01830000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              01840000
           STRING '  WINDOW = ' WS-TODAY ' THROUGH ' WS-CUTOFF          01850000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  01860000
           DISPLAY WS-DL-LINE.                                          01870000
           DISPLAY WS-DL-ASTERISK.                                      01880000
           DISPLAY ' '.                                                 01890000
                                                                        01900000
           OPEN INPUT VSAM-SUPPLIER-DOC.                                01910000
                                                                        01920000
           IF SUPPDOC-EMPTY                                             01930000
               GO TO P00000-GOBACK                                      01940000
           END-IF.                                                      01950000
                                                                        01960000
           IF NOT SUPPDOC-OK                                            01970000
               MOVE 'OPEN SUPPLIER DOCUMENT FILE FAILED' TO WPBE-MESSAGE01980000
               MOVE WS-SUPPDOC-STATUS TO WPBE-FILE-STATUS               01990000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02000000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02010000
           END-IF.                                                      02020000
                                                                        02030000
           PERFORM P10000-LIST-DOCUMENT THRU P10000-EXIT                02040000
               UNTIL END-OF-PROCESS.                                    02050000
                                                                        02060000
           CLOSE VSAM-SUPPLIER-DOC.                                     02070000
                                                                        02080000
       P00000-GOBACK.                                                   02090000
                                                                        02100000
           DISPLAY ' '.                                                 02110000
           DISPLAY WS-DL-ASTERISK.                                      02120000
                                                                        02130000
           MOVE 'DOCUMENTS READ' TO WS-DL-T-TITLE.                      02140000
           MOVE WS-DOCS-READ TO WS-DL-T-CNT.                            02150000
           DISPLAY WS-DL-TOTAL.                                         02160000
                                                                        02170000
           MOVE 'DOCUMENTS EXPIRING' TO WS-DL-T-TITLE.                  02180000
           MOVE WS-DOCS-LISTED TO WS-DL-T-CNT.                          02190000
           DISPLAY WS-DL-TOTAL.                                         02200000
                                                                        02210000
           MOVE 'ALREADY EXPIRED' TO WS-DL-T-TITLE.                     02220000
           MOVE WS-DOCS-EXPIRED TO WS-DL-T-CNT.                         02230000
           DISPLAY WS-DL-TOTAL.                                         02240000
                                                                        02250000
           DISPLAY WS-DL-ASTERISK.                                      02260000
           DISPLAY ' '.                                                 02270000
                                                                        02280000
           MOVE ZEROES TO RETURN-CODE.                                  02290000
                                                                        02300000
           GOBACK.                                                      02310000
                                                                        02320000
       P00000-EXIT.                                                     02330000
           EXIT.                                                        02340000
           EJECT                                                        02350000
      ***************************************************************** 02360000
      *                                                               * 02370000
      *    PARAGRAPH:  P10000-LIST-DOCUMENT                           * 02380000
      *                                                               * 02390000
      *    FUNCTION :  READ THE NEXT DOCUMENT AND LIST IT WHEN IT     * 02400000
      *                EXPIRES WITHIN THE REPORT WINDOW               * 02410000
      *                                                               * 02420000
      *    CALLED BY:  P00000-MAINLINE                                * 02430000
      *                                                               * 02440000
      ***************************************************************** 02450000
                                                                        02460000
       P10000-LIST-DOCUMENT.                                            02470000
                                                                        02480000
           READ VSAM-SUPPLIER-DOC NEXT RECORD.                          02490000
                                                                        02500000
           EVALUATE TRUE                                                02510000
               WHEN SUPPDOC-OK                                          02520000
                   ADD +1 TO WS-DOCS-READ                               02530000
               WHEN SUPPDOC-END                                         02540000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     02550000
                   GO TO P10000-EXIT                                    02560000
               WHEN OTHER                                               02570000
                   MOVE 'READ SUPPLIER DOCUMENT FAILED' TO WPBE-MESSAGE 02580000
                   MOVE WS-SUPPDOC-STATUS TO WPBE-FILE-STATUS           02590000
                   MOVE 'P10000' TO WPBE-PARAGRAPH                      02600000
                   PERFORM P99999-ABEND THRU P99999-EXIT                02610000
           END-EVALUATE.                                                02620000
                                                                        02630000
      ***************************************************************** 02640000
      *    AN EXPIRATION DATE OF ZEROES MEANS THE DOCUMENT DOES NOT   * 02650000
      *    EXPIRE                                                     * 02660000
      ***************************************************************** 02670000
                                                                        02680000
           IF SUPP-DOC-EXPIRE-DATE = ZEROES                             02690000
               GO TO P10000-EXIT                                        02700000
           END-IF.                                                      02710000
                                                                        02720000
           IF SUPP-DOC-EXPIRE-DATE < WS-TODAY-N                         02730000
               ADD +1 TO WS-DOCS-EXPIRED                                02740000
               GO TO P10000-EXIT                                        02750000
           END-IF.                                                      02760000
                                                                        02770000
           IF SUPP-DOC-EXPIRE-DATE > WS-CUTOFF-N                        02780000
               GO TO P10000-EXIT                                        02790000
           END-IF.                                                      02800000
                                                                        02810000
           COMPUTE WS-DATE-INTEGER =                                    02820000
               FUNCTION INTEGER-OF-DATE(SUPP-DOC-EXPIRE-DATE)           02830000
               - WS-TODAY-INTEGER.                                      02840000
                                                                        02850000
           MOVE SUPP-DOC-PRE TO WS-DL-D-PREFIX.                         02860000
           MOVE SUPP-DOC-SUPPLIER-ID TO WS-DL-D-SUPPLIER.               02870000
           MOVE SUPP-DOC-TYPE TO WS-DL-D-TYPE.                          02880000
           MOVE SUPP-DOC-REFERENCE TO WS-DL-D-REFERENCE.                02890000
           MOVE SUPP-DOC-EXPIRE-DATE TO WS-DL-D-EXPIRES.                02900000
           MOVE WS-DATE-INTEGER TO WS-DL-D-DAYS.                        02910000
           DISPLAY WS-DL-DOCUMENT.                                      02920000
                                                                        02930000
           ADD +1 TO WS-DOCS-LISTED.                                    02940000
                                                                        02950000
       P10000-EXIT.                                                     02960000
           EXIT.                                                        02970000
           EJECT                                                        02980000
      ***************************************************************** 02990000
      *                                                               * 03000000
      *    PARAGRAPH:  P99999-ABEND                                   * 03010000
      *                                                               * 03020000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 03030000
      *                ERROR HAS BEEN ENCOUNTERED                     * 03040000
      *                                                               * 03050000
      *    CALLED BY:  VARIOUS                                        * 03060000
      *                                                               * 03070000
      ***************************************************************** 03080000
                                                                        03090000
       P99999-ABEND.                                                    03100000
                                                                        03110000
           DISPLAY ' '.                                                 03120000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               03130000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               03140000
           DISPLAY ' '.                                                 03150000
                                                                        03160000
           MOVE 16 TO RETURN-CODE.                                      03170000
                                                                        03180000
           GOBACK.                                                      03190000
                                                                        03200000
       P99999-EXIT.                                                     03210000
           EXIT.                                                        03220000
