       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB91.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB91                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB91 POSTS THE INBOUND SUPPLIER         * 00100000
      *             PURCHASE ORDER ACKNOWLEDGMENTS (EDI 855 STYLE) TO * 00110000
      *             THE PURCHASE ORDER FILE.  EACH ACKNOWLEDGMENT     * 00120000
      *             NAMES A PURCHASE ORDER LINE SENT BY PDAB90 AND    * 00130000
      *             ACCEPTS IT, REJECTS IT, OR ACCEPTS IT WITH A      * 00140000
      *             CHANGED QUANTITY AND / OR SHIP DATE.  THE LINE    * 00150000
      *             IS STAMPED WITH THE ACKNOWLEDGMENT CODE, THE      * 00160000
      *             QUANTITY ACKNOWLEDGED, THE SUPPLIER'S CONFIRMED   * 00170000
      *             SHIP DATE AND THE ACKNOWLEDGMENT DATE.  THE       * 00180000
      *             CONFIRMED SHIP DATE DRIVES THE ORDER PROMISE DATE * 00190000
      *             (PDA009); A REJECTED LINE IS NO LONGER COUNTED AS * 00200000
      *             SUPPLY.  THE ORDERED QUANTITY IS NOT CHANGED --   * 00210000
      *             REJECTED AND CHANGED LINES ARE LISTED FOR THE     * 00220000
      *             BUYER, WHO CHANGES OR CANCELS THEM ON PDA061.     * 00230000
      *                                                               * 00240000
      *             AN ACKNOWLEDGMENT IS REJECTED WHEN THE LINE IS    * 00250000
      *             NOT ON FILE, BELONGS TO ANOTHER SUPPLIER, WAS     * 00260000
      *             NEVER SENT, HAS BEEN CHANGED SINCE IT WAS SENT    * 00270000
      *             (THE SUPPLIER WILL ACKNOWLEDGE THE NEW VERSION),  * 00280000
      *             OR IS CLOSED OR CANCELLED.                        * 00290000
      *                                                               * 00300000
      *             ACKNOWLEDGMENT RECORD LAYOUT (80 BYTES):          * 00310000
      *               COL  1      RECORD TYPE       (A)               * 00320000
      *               COL  2- 6   PREFIX            (NUMERIC)         * 00330000
      *               COL  7-15   PURCHASE ORDER NO (NUMERIC)         * 00340000
      *               COL 16-20   LINE NUMBER       (NUMERIC)         * 00350000
      *               COL 21-52   SUPPLIER ID                         * 00360000
      *               COL 53      ACK CODE          (A ACCEPTED /     * 00370000
      *                                              R REJECTED /     * 00380000
      *                                              C CHANGED)       * 00390000
      *               COL 54-62   QUANTITY          (NUMERIC -- BLANK * 00400000
      *                           ON AN ACCEPTANCE MEANS AS ORDERED)  * 00410000
      *               COL 63-70   SHIP DATE         (CCYYMMDD --      * 00420000
      *                           REQUIRED UNLESS REJECTED)           * 00430000
      *               COL 71-78   ACK DATE          (CCYYMMDD --      * 00440000
      *                           BLANK MEANS THE RUN DATE)           * 00450000
      *                                                               * 00460000
      * FILES   :   ACKNOWLEDGMENTS      -  SEQUENTIAL   (INPUT)      * 00470000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (UPDATE)     * 00480000
      *                                                               * 00490000
      ***************************************************************** 00500000
      *             PROGRAM CHANGE LOG                                * 00510000
      *             -------------------                               * 00520000
      *                                                               * 00530000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00540000
      *  --------   --------------------  --------------------------  * 00550000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00560000
      *                                                               * 00570000
      ***************************************************************** 00580000
           EJECT                                                        00590000
       ENVIRONMENT DIVISION.                                            00600000
                                                                        00610000
       INPUT-OUTPUT SECTION.                                            00620000
                                                                        00630000
       FILE-CONTROL.                                                    00640000
                                                                        00650000
           SELECT PO-ACK-FILE          ASSIGN TO IPOACK.                00660000
                                                                        00670000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00680000
                                       ORGANIZATION IS INDEXED          00690000
                                       ACCESS IS RANDOM                 00700000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00710000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00720000
           EJECT                                                        00730000
       DATA DIVISION.                                                   00740000
                                                                        00750000
       FILE SECTION.                                                    00760000
                                                                        00770000
       FD  PO-ACK-FILE                                                  00780000
           LABEL RECORDS ARE STANDARD                                   00790000
           RECORDING MODE IS F                                          00800000
           RECORD CONTAINS 80 CHARACTERS.                               00810000
                                                                        00820000
       01  PO-ACK-REC                  PIC X(80).                       00830000
                                                                        00840000
       FD  VSAM-PURCHASE-ORDER                                          00850000
           RECORD CONTAINS 200 CHARACTERS.                              00860000
                                                                        00870000
           COPY VPURCHOR.                                               00880000
           EJECT                                                        00890000
       WORKING-STORAGE SECTION.                                         00900000
                                                                        00910000
      ***************************************************************** 00920000
      *    SWITCHES                                                   * 00930000
      ***************************************************************** 00940000
                                                                        00950000
       01  WS-SWITCHES.                                                 00960000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00970000
               88  END-OF-PROCESS                VALUE 'Y'.             00980000
           05  WS-ACK-VALID-SW         PIC X     VALUE 'N'.             00990000
               88  ACK-VALID                     VALUE 'Y'.             01000000
           EJECT                                                        01010000
      ***************************************************************** 01020000
      *    MISCELLANEOUS WORK FIELDS                                  * 01030000
      ***************************************************************** 01040000
                                                                        01050000
       01  WS-MISCELLANEOUS-FIELDS.                                     01060000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01070000
               88  PURCHORD-OK                   VALUE '  ' '00'.       01080000
               88  PURCHORD-NOTFOUND             VALUE '23'.            01090000
           03  WS-ACKS-READ            PIC S9(7) VALUE +0       COMP-3. 01100000
           03  WS-ACKS-ACCEPTED        PIC S9(7) VALUE +0       COMP-3. 01110000
           03  WS-ACKS-CHANGED         PIC S9(7) VALUE +0       COMP-3. 01120000
           03  WS-ACKS-SUPPLIER-REJ    PIC S9(7) VALUE +0       COMP-3. 01130000
           03  WS-ACKS-REJECTED        PIC S9(7) VALUE +0       COMP-3. 01140000
           03  WS-DATE.                                                 01150000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01160000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01170000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01180000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01190000
                                       PIC 9(8).                        01200000
           03  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROES.          01210000
           03  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.                   01220000
               05  WS-ED-YEAR          PIC 9(4).                        01230000
               05  WS-ED-MONTH         PIC 99.                          01240000
               05  WS-ED-DAY           PIC 99.                          01250000
           EJECT                                                        01260000
      ***************************************************************** 01270000
      *    ACKNOWLEDGMENT RECORD AREA                                 * 01280000
      ***************************************************************** 01290000
                                                                        01300000
       01  WS-PO-ACK.                                                   01310000
           03  WAK-RECORD-TYPE         PIC X(1).                        01320000
               88  WAK-ACK-LINE                  VALUE 'A'.             01330000
           03  WAK-PREFIX              PIC X(5).                        01340000
           03  WAK-PO-NUMBER           PIC X(9).                        01350000
           03  WAK-LINE                PIC X(5).                        01360000
           03  WAK-SUPPLIER-ID         PIC X(32).                       01370000
           03  WAK-ACK-CODE            PIC X(1).                        01380000
               88  WAK-ACCEPTED                  VALUE 'A'.             01390000
               88  WAK-REJECTED                  VALUE 'R'.             01400000
               88  WAK-CHANGED                   VALUE 'C'.             01410000
               88  WAK-VALID-CODE                VALUE 'A' 'R' 'C'.     01420000
           03  WAK-QUANTITY            PIC X(9).                        01430000
           03  WAK-SHIP-DATE           PIC X(8).                        01440000
           03  WAK-ACK-DATE            PIC X(8).                        01450000
           03  FILLER                  PIC X(2).                        01460000
                                                                        01470000
       01  WS-PO-ACK-NUM.                                               01480000
           03  WAN-PREFIX              PIC 9(5)  VALUE ZEROES.          01490000
           03  WAN-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01500000
           03  WAN-LINE                PIC 9(5)  VALUE ZEROES.          01510000
           03  WAN-QUANTITY            PIC 9(9)  VALUE ZEROES.          01520000
           03  WAN-SHIP-DATE           PIC 9(8)  VALUE ZEROES.          01530000
           03  WAN-ACK-DATE            PIC 9(8)  VALUE ZEROES.          01540000
           EJECT                                                        01550000
      ***************************************************************** 01560000
      *    DISPLAY AREA                                               * 01570000
      ***************************************************************** 01580000
                                                                        01590000
       01  WS-DISPLAY-LINES.                                            01600000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01610000
           03  WS-DL-BLANK.                                             01620000
               05  FILLER         PIC X(01) VALUE '*'.                  01630000
               05  FILLER         PIC X(78) VALUE SPACES.               01640000
               05  FILLER         PIC X(01) VALUE '*'.                  01650000
           03  WS-DL-LINE.                                              01660000
               05  FILLER         PIC X(01) VALUE '*'.                  01670000
               05  WS-DL-LINE-TEXT                                      01680000
                                  PIC X(78) VALUE SPACES.               01690000
               05  FILLER         PIC X(01) VALUE '*'.                  01700000
           03  WS-DL-RUN-DATE.                                          01710000
               05  FILLER         PIC X(01) VALUE '*'.                  01720000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01730000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01740000
               05  FILLER         PIC X(01) VALUE '/'.                  01750000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01760000
               05  FILLER         PIC X(01) VALUE '/'.                  01770000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01780000
               05  FILLER         PIC X(56) VALUE SPACES.               01790000
               05  FILLER         PIC X(01) VALUE '*'.                  01800000
           03  WS-DL-TOTAL.                                             01810000
               05  FILLER         PIC X(01) VALUE '*'.                  01820000
               05  FILLER         PIC X(45) VALUE SPACES.               01830000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01840000
               05  FILLER         PIC X(3)  VALUE ' - '.                01850000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01860000
               05  FILLER         PIC X(01) VALUE '*'.                  01870000
           EJECT                                                        01880000
      ***************************************************************** 01890000
      *    ACKNOWLEDGMENT REGISTER LINES                              * 01900000
      ***************************************************************** 01910000
                                                                        01920000
       01  WS-DL-ACK.                                                   01930000
           03  FILLER                  PIC X(01) VALUE '*'.             01940000
           03  FILLER                  PIC X(08) VALUE '  ACK   '.      01950000
           03  WS-DL-AK-PREFIX         PIC X(05) VALUE SPACES.          01960000
           03  FILLER                  PIC X(01) VALUE '-'.             01970000
           03  WS-DL-AK-NUMBER         PIC 9(09) VALUE ZEROES.          01980000
           03  FILLER                  PIC X(01) VALUE '-'.             01990000
           03  WS-DL-AK-LINE           PIC 9(05) VALUE ZEROES.          02000000
           03  FILLER                  PIC X(01) VALUE ' '.             02010000
           03  WS-DL-AK-CODE           PIC X(01) VALUE SPACES.          02020000
           03  FILLER                  PIC X(05) VALUE ' QTY '.         02030000
           03  WS-DL-AK-QTY            PIC ZZZ,ZZZ,ZZ9.                 02040000
           03  FILLER                  PIC X(06) VALUE ' SHIP '.        02050000
           03  WS-DL-AK-SHIP           PIC 9(08) BLANK WHEN ZERO.       02060000
           03  FILLER                  PIC X(01) VALUE ' '.             02070000
           03  WS-DL-AK-NOTE           PIC X(16) VALUE SPACES.          02080000
           03  FILLER                  PIC X(01) VALUE '*'.             02090000
                                                                        02100000
       01  WS-DL-REJECT.                                                02110000
           03  FILLER                  PIC X(01) VALUE '*'.             02120000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   02130000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          02140000
           03  FILLER                  PIC X(03) VALUE ' - '.           02150000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          02160000
           03  FILLER                  PIC X(01) VALUE '*'.             02170000
           EJECT                                                        02180000
      ***************************************************************** 02190000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02200000
      ***************************************************************** 02210000
                                                                        02220000
           COPY PDAERRWS.                                               02230000
                                                                        02240000
       01  WS-PDA-BATCH-ERROR-01.                                       02250000
           05  FILLER             PIC X     VALUE SPACES.               02260000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02270000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02280000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB91'.             02290000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02300000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02310000
                                                                        02320000
       01  WS-PDA-BATCH-ERROR-02.                                       02330000
           05  FILLER             PIC X(8)  VALUE SPACES.               02340000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02350000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02360000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02370000
           EJECT                                                        02380000
      ***************************************************************** 02390000
      *    P R O C E D U R E    D I V I S I O N                       * 02400000
      ***************************************************************** 02410000
                                                                        02420000
       PROCEDURE DIVISION.                                              02430000
                                                                        02440000
      ***************************************************************** 02450000
      *                                                               * 02460000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02470000
      *                                                               * 02480000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, POST EVERY     * 02490000
      *                ACKNOWLEDGMENT, PRINT THE ENDING COUNTS        * 02500000
      *                                                               * 02510000
      *    CALLED BY:  NONE                                           * 02520000
      *                                                               * 02530000
      ***************************************************************** 02540000
                                                                        02550000
       P00000-MAINLINE.                                                 02560000
                                                                        02570000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02580000
                                                                        02590000
           DISPLAY ' '.                                                 02600000
           DISPLAY WS-DL-ASTERISK.                                      02610000
           DISPLAY WS-DL-BLANK.                                         02620000
           MOVE '  PDAB91 - SUPPLIER PO ACKNOWLEDGMENT REGISTER'        02630000
               TO WS-DL-LINE-TEXT.                                      02640000
           DISPLAY WS-DL-LINE.                                          02650000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      02660000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        02670000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            02680000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          02690000
           DISPLAY WS-DL-RUN-DATE.                                      02700000
           DISPLAY WS-DL-BLANK.                                         02710000
           DISPLAY WS-DL-ASTERISK.                                      02720000
           DISPLAY ' '.                                                 02730000
                                                                        02740000
           OPEN INPUT PO-ACK-FILE.                                      02750000
                                                                        02760000
           OPEN I-O VSAM-PURCHASE-ORDER.                                02770000
                                                                        02780000
           IF NOT PURCHORD-OK                                           02790000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   02800000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               02810000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02820000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02830000
           END-IF.                                                      02840000
                                                                        02850000
           PERFORM P10000-PROCESS-ACK THRU P10000-EXIT                  02860000
               UNTIL END-OF-PROCESS.                                    02870000
                                                                        02880000
           CLOSE PO-ACK-FILE                                            02890000
                 VSAM-PURCHASE-ORDER.                                   02900000
                                                                        02910000
           DISPLAY ' '.                                                 02920000
           DISPLAY WS-DL-ASTERISK.                                      02930000
                                                                        02940000
           MOVE 'ACKNOWLEDGMENTS READ' TO WS-DL-T-TITLE.                02950000
           MOVE WS-ACKS-READ TO WS-DL-T-CNT.                            02960000
           DISPLAY WS-DL-TOTAL.                                         02970000
                                                                        02980000
           MOVE 'LINES ACCEPTED' TO WS-DL-T-TITLE.                      02990000
           MOVE WS-ACKS-ACCEPTED TO WS-DL-T-CNT.                        03000000
           DISPLAY WS-DL-TOTAL.                                         03010000
                                                                        03020000
           MOVE 'LINES CHANGED BY SUPPLR' TO WS-DL-T-TITLE.             03030000
           MOVE WS-ACKS-CHANGED TO WS-DL-T-CNT.                         03040000
           DISPLAY WS-DL-TOTAL.                                         03050000
                                                                        03060000
           MOVE 'LINES REJECTED BY SUPPLR' TO WS-DL-T-TITLE.            03070000
           MOVE WS-ACKS-SUPPLIER-REJ TO WS-DL-T-CNT.                    03080000
           DISPLAY WS-DL-TOTAL.                                         03090000
                                                                        03100000
           MOVE 'ACKNOWLEDGMENTS REJECTED' TO WS-DL-T-TITLE.            03110000
           MOVE WS-ACKS-REJECTED TO WS-DL-T-CNT.                        03120000
           DISPLAY WS-DL-TOTAL.                                         03130000
                                                                        03140000
           DISPLAY WS-DL-ASTERISK.                                      03150000
           DISPLAY ' '.                                                 03160000
                                                                        03170000
           MOVE ZEROES TO RETURN-CODE.                                  03180000
                                                                        03190000
           GOBACK.                                                      03200000
                                                                        03210000
       P00000-EXIT.                                                     03220000
           EXIT.                                                        03230000
           EJECT                                                        03240000
      ***************************************************************** 03250000
      *                                                               * 03260000
      *    PARAGRAPH:  P10000-PROCESS-ACK                             * 03270000
      *                                                               * 03280000
      *    FUNCTION :  READ AND VALIDATE THE NEXT ACKNOWLEDGMENT AND  * 03290000
      *                POST IT IF IT IS VALID                         * 03300000
      *                                                               * 03310000
      *    CALLED BY:  P00000-MAINLINE                                * 03320000
      *                                                               * 03330000
      ***************************************************************** 03340000
                                                                        03350000
       P10000-PROCESS-ACK.                                              03360000
                                                                        03370000
           READ PO-ACK-FILE INTO WS-PO-ACK                              03380000
               AT END                                                   03390000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03400000
                   GO TO P10000-EXIT.                                   03410000
                                                                        03420000
           ADD +1 TO WS-ACKS-READ.                                      03430000
                                                                        03440000
           PERFORM P20000-VALIDATE-ACK THRU P20000-EXIT.                03450000
                                                                        03460000
           IF NOT ACK-VALID                                             03470000
               ADD +1 TO WS-ACKS-REJECTED                               03480000
               DISPLAY WS-DL-REJECT                                     03490000
               GO TO P10000-EXIT                                        03500000
           END-IF.                                                      03510000
                                                                        03520000
           PERFORM P30000-POST-ACK THRU P30000-EXIT.                    03530000
                                                                        03540000
       P10000-EXIT.                                                     03550000
           EXIT.                                                        03560000
           EJECT                                                        03570000
      ***************************************************************** 03580000
      *                                                               * 03590000
      *    PARAGRAPH:  P20000-VALIDATE-ACK                            * 03600000
      *                                                               * 03610000
      *    FUNCTION :  VALIDATE THE ACKNOWLEDGMENT FIELDS AND THE     * 03620000
      *                PURCHASE ORDER LINE THEY NAME                  * 03630000
      *                                                               * 03640000
      *    CALLED BY:  P10000-PROCESS-ACK                             * 03650000
      *                                                               * 03660000
      ***************************************************************** 03670000
                                                                        03680000
       P20000-VALIDATE-ACK.                                             03690000
                                                                        03700000
           MOVE 'N' TO WS-ACK-VALID-SW.                                 03710000
           MOVE WS-PO-ACK TO WS-DL-RJ-CARD.                             03720000
                                                                        03730000
           IF NOT WAK-ACK-LINE                                          03740000
               MOVE 'INVALID RECORD TYPE' TO WS-DL-RJ-REASON            03750000
               GO TO P20000-EXIT                                        03760000
           END-IF.                                                      03770000
                                                                        03780000
           IF WAK-PREFIX NOT NUMERIC                                    03790000
              OR WAK-PO-NUMBER NOT NUMERIC                              03800000
              OR WAK-LINE NOT NUMERIC                                   03810000
               MOVE 'PO KEY NOT NUMERIC' TO WS-DL-RJ-REASON             03820000
               GO TO P20000-EXIT                                        03830000
           END-IF.                                                      03840000
                                                                        03850000
           MOVE WAK-PREFIX TO WAN-PREFIX.                               03860000
           MOVE WAK-PO-NUMBER TO WAN-PO-NUMBER.                         03870000
           MOVE WAK-LINE TO WAN-LINE.                                   03880000
                                                                        03890000
           IF WAN-PO-NUMBER = ZEROES OR WAN-LINE = ZEROES               03900000
               MOVE 'PO OR LINE NUMBER IS ZERO' TO WS-DL-RJ-REASON      03910000
               GO TO P20000-EXIT                                        03920000
           END-IF.                                                      03930000
                                                                        03940000
           IF NOT WAK-VALID-CODE                                        03950000
               MOVE 'INVALID ACKNOWLEDGMENT CODE' TO WS-DL-RJ-REASON    03960000
               GO TO P20000-EXIT                                        03970000
           END-IF.                                                      03980000
                                                                        03990000
      ***************************************************************** 04000000
      *    QUANTITY -- BLANK ON AN ACCEPTANCE MEANS AS ORDERED; A     * 04010000
      *    CHANGE MUST GIVE THE QUANTITY THE SUPPLIER WILL SHIP       * 04020000
      ***************************************************************** 04030000
                                                                        04040000
           MOVE ZEROES TO WAN-QUANTITY.                                 04050000
                                                                        04060000
           IF WAK-QUANTITY NOT = SPACES                                 04070000
               IF WAK-QUANTITY NOT NUMERIC                              04080000
                   MOVE 'QUANTITY NOT NUMERIC' TO WS-DL-RJ-REASON       04090000
                   GO TO P20000-EXIT                                    04100000
               END-IF                                                   04110000
               MOVE WAK-QUANTITY TO WAN-QUANTITY                        04120000
           END-IF.                                                      04130000
                                                                        04140000
           IF WAK-CHANGED AND WAN-QUANTITY = ZEROES                     04150000
               MOVE 'CHANGE WITHOUT A QUANTITY' TO WS-DL-RJ-REASON      04160000
               GO TO P20000-EXIT                                        04170000
           END-IF.                                                      04180000
                                                                        04190000
      ***************************************************************** 04200000
      *    SHIP DATE -- REQUIRED UNLESS THE SUPPLIER REJECTS THE LINE * 04210000
      ***************************************************************** 04220000
                                                                        04230000
           MOVE ZEROES TO WAN-SHIP-DATE.                                04240000
                                                                        04250000
           IF NOT WAK-REJECTED                                          04260000
               IF WAK-SHIP-DATE NOT NUMERIC                             04270000
                   MOVE 'SHIP DATE NOT NUMERIC' TO WS-DL-RJ-REASON      04280000
                   GO TO P20000-EXIT                                    04290000
               END-IF                                                   04300000
               MOVE WAK-SHIP-DATE TO WS-EDIT-DATE                       04310000
               IF WS-ED-MONTH < 01 OR WS-ED-MONTH > 12                  04320000
                  OR WS-ED-DAY < 01 OR WS-ED-DAY > 31                   04330000
                   MOVE 'SHIP DATE NOT VALID' TO WS-DL-RJ-REASON        04340000
                   GO TO P20000-EXIT                                    04350000
               END-IF                                                   04360000
               MOVE WS-EDIT-DATE TO WAN-SHIP-DATE                       04370000
           END-IF.                                                      04380000
                                                                        04390000
           IF WAK-ACK-DATE = SPACES                                     04400000
               MOVE WS-DATE-CCYYMMDD TO WAN-ACK-DATE                    04410000
           ELSE                                                         04420000
               IF WAK-ACK-DATE NOT NUMERIC                              04430000
                   MOVE 'ACK DATE NOT NUMERIC' TO WS-DL-RJ-REASON       04440000
                   GO TO P20000-EXIT                                    04450000
               END-IF                                                   04460000
               MOVE WAK-ACK-DATE TO WAN-ACK-DATE                        04470000
           END-IF.                                                      04480000
                                                                        04490000
      ***************************************************************** 04500000
      *    THE PURCHASE ORDER LINE MUST EXIST, BELONG TO THE          * 04510000
      *    SUPPLIER, AND BE THE VERSION LAST SENT                     * 04520000
      ***************************************************************** 04530000
                                                                        04540000
           MOVE WAN-PREFIX TO PURCHASE-ORDER-PREFIX.                    04550000
           MOVE WAN-PO-NUMBER TO PURCHASE-ORDER-NUMBER.                 04560000
           MOVE WAN-LINE TO PURCHASE-ORDER-LINE.                        04570000
                                                                        04580000
           READ VSAM-PURCHASE-ORDER.                                    04590000
                                                                        04600000
           IF PURCHORD-NOTFOUND                                         04610000
               MOVE 'PO LINE NOT ON FILE' TO WS-DL-RJ-REASON            04620000
               GO TO P20000-EXIT                                        04630000
           END-IF.                                                      04640000
                                                                        04650000
           IF NOT PURCHORD-OK                                           04660000
               MOVE 'READ PURCHASE ORDER FAILED' TO WPBE-MESSAGE        04670000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               04680000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          04690000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04700000
           END-IF.                                                      04710000
                                                                        04720000
           IF PURCHASE-ORDER-SUPPLIER-ID NOT = WAK-SUPPLIER-ID          04730000
               MOVE 'SUPPLIER DOES NOT MATCH PO' TO WS-DL-RJ-REASON     04740000
               GO TO P20000-EXIT                                        04750000
           END-IF.                                                      04760000
                                                                        04770000
           IF PURCHASE-ORDER-DATE-TRANSMITTED = ZEROES                  04780000
               MOVE 'PO LINE NEVER SENT' TO WS-DL-RJ-REASON             04790000
               GO TO P20000-EXIT                                        04800000
           END-IF.                                                      04810000
                                                                        04820000
           IF PURCHASE-ORDER-XMIT-PENDING                               04830000
               MOVE 'PO LINE CHANGED SINCE SENT' TO WS-DL-RJ-REASON     04840000
               GO TO P20000-EXIT                                        04850000
           END-IF.                                                      04860000
                                                                        04870000
           IF NOT PURCHASE-ORDER-OPEN                                   04880000
              AND NOT PURCHASE-ORDER-PARTIAL                            04890000
               MOVE 'PO LINE CLOSED OR CANCELLED' TO WS-DL-RJ-REASON    04900000
               GO TO P20000-EXIT                                        04910000
           END-IF.                                                      04920000
                                                                        04930000
           MOVE 'Y' TO WS-ACK-VALID-SW.                                 04940000
                                                                        04950000
       P20000-EXIT.                                                     04960000
           EXIT.                                                        04970000
           EJECT                                                        04980000
      ***************************************************************** 04990000
      *                                                               * 05000000
      *    PARAGRAPH:  P30000-POST-ACK                                * 05010000
      *                                                               * 05020000
      *    FUNCTION :  STAMP THE PURCHASE ORDER LINE WITH THE         * 05030000
      *                SUPPLIER'S ACKNOWLEDGMENT AND LIST IT          * 05040000
      *                                                               * 05050000
      *    CALLED BY:  P10000-PROCESS-ACK                             * 05060000
      *                                                               * 05070000
      ***************************************************************** 05080000
                                                                        05090000
       P30000-POST-ACK.                                                 05100000
                                                                        05110000
           MOVE WAK-ACK-CODE TO PURCHASE-ORDER-ACK-STATUS.              05120000
           MOVE WAN-SHIP-DATE TO PURCHASE-ORDER-DATE-CONFIRMED.         05130000
           MOVE WAN-ACK-DATE TO PURCHASE-ORDER-DATE-ACKNOWLEDGED.       05140000
                                                                        05150000
           EVALUATE TRUE                                                05160000
               WHEN WAK-REJECTED                                        05170000
                   MOVE ZEROES TO PURCHASE-ORDER-ACK-QTY                05180000
                   MOVE 'BUYER TO REVIEW' TO WS-DL-AK-NOTE              05190000
                   ADD +1 TO WS-ACKS-SUPPLIER-REJ                       05200000
               WHEN WAK-CHANGED                                         05210000
                   MOVE WAN-QUANTITY TO PURCHASE-ORDER-ACK-QTY          05220000
                   MOVE 'BUYER TO REVIEW' TO WS-DL-AK-NOTE              05230000
                   ADD +1 TO WS-ACKS-CHANGED                            05240000
               WHEN OTHER                                               05250000
                   IF WAN-QUANTITY = ZEROES                             05260000
                       MOVE PURCHASE-ORDER-QUANTITY                     05270000
                           TO PURCHASE-ORDER-ACK-QTY                    05280000
                   ELSE                                                 05290000
                       MOVE WAN-QUANTITY TO PURCHASE-ORDER-ACK-QTY      05300000
                   END-IF                                               05310000
                   MOVE SPACES TO WS-DL-AK-NOTE                         05320000
                   ADD +1 TO WS-ACKS-ACCEPTED                           05330000
           END-EVALUATE.                                                05340000
                                                                        05350000
           REWRITE PURCHASE-ORDER-RECORD.                               05360000
                                                                        05370000
           IF NOT PURCHORD-OK                                           05380000
               MOVE 'REWRITE PURCHASE ORDER FAILED' TO WPBE-MESSAGE     05390000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               05400000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          05410000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05420000
           END-IF.                                                      05430000
                                                                        05440000
           MOVE PURCHASE-ORDER-PRE TO WS-DL-AK-PREFIX.                  05450000
           MOVE PURCHASE-ORDER-NUMBER TO WS-DL-AK-NUMBER.               05460000
           MOVE PURCHASE-ORDER-LINE TO WS-DL-AK-LINE.                   05470000
           MOVE PURCHASE-ORDER-ACK-STATUS TO WS-DL-AK-CODE.             05480000
           MOVE PURCHASE-ORDER-ACK-QTY TO WS-DL-AK-QTY.                 05490000
           MOVE PURCHASE-ORDER-DATE-CONFIRMED TO WS-DL-AK-SHIP.         05500000
           DISPLAY WS-DL-ACK.                                           05510000
                                                                        05520000
       P30000-EXIT.                                                     05530000
           EXIT.                                                        05540000
           EJECT                                                        05550000
      ***************************************************************** 05560000
      *                                                               * 05570000
      *    PARAGRAPH:  P99999-ABEND                                   * 05580000
      *                                                               * 05590000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 05600000
      *                ERROR HAS BEEN ENCOUNTERED                     * 05610000
      *                                                               * 05620000
      *    CALLED BY:  VARIOUS                                        * 05630000
      *                                                               * 05640000
      ***************************************************************** 05650000
                                                                        05660000
       P99999-ABEND.                                                    05670000
                                                                        05680000
           DISPLAY ' '.                                                 05690000
           DISPLAY WPEA-ERROR-01.                                       05700000
           DISPLAY WPEA-ERROR-02.                                       05710000
           DISPLAY WPEA-ERROR-03.                                       05720000
           DISPLAY WPEA-ERROR-04.                                       05730000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               05740000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               05750000
           DISPLAY WPEA-ERROR-04.                                       05760000
           DISPLAY WPEA-ERROR-03.                                       05770000
           DISPLAY WPEA-ERROR-02.                                       05780000
           DISPLAY WPEA-ERROR-01.                                       05790000
           DISPLAY ' '.                                                 05800000
                                                                        05810000
           MOVE 16 TO RETURN-CODE.                                      05820000
                                                                        05830000
           GOBACK.                                                      05840000
                                                                        05850000
       P99999-EXIT.                                                     05860000
           EXIT.                                                        05870000
