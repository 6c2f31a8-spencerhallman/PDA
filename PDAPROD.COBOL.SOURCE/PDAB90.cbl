       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB90.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB90                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB90 IS THE NIGHTLY OUTBOUND PURCHASE   * 00100000
      *             ORDER TRANSMISSION.  IT READS THE PURCHASE ORDER  * 00110000
      *             FILE AND WRITES EVERY LINE FLAGGED FOR            * 00120000
      *             TRANSMISSION (RELEASED, CHANGED OR CANCELLED ON   * 00130000
      *             PDA061 SINCE THE LAST RUN) TO THE FIXED-FORMAT    * 00140000
      *             OUTBOUND PURCHASE ORDER INTERFACE FILE, ONE       * 00150000
      *             PURCHASE ORDER DOCUMENT PER SUPPLIER PURCHASE     * 00160000
      *             ORDER -- A HEADER NAMING THE SUPPLIER, THE LINES, * 00170000
      *             AND A TRAILER (EDI 850 STYLE).  THE               * 00180000
      *             COMMUNICATIONS STEP ROUTES EACH DOCUMENT BY THE   * 00190000
      *             SUPPLIER ON ITS HEADER.  EACH LINE WRITTEN IS     * 00200000
      *             MARKED TRANSMITTED AND STAMPED WITH THE RUN DATE. * 00210000
      *                                                               * 00220000
      *             A PURCHASE ORDER NONE OF WHOSE LINES HAS BEEN     * 00230000
      *             SENT BEFORE GOES AS AN ORIGINAL (PURPOSE 00),     * 00240000
      *             OTHERWISE AS A CHANGE (PURPOSE 04).  EACH LINE    * 00250000
      *             CARRIES ITS OWN ACTION -- A ADD (FIRST TIME       * 00260000
      *             SENT), C CHANGE, X CANCEL.  A LINE CANCELLED      * 00270000
      *             BEFORE IT WAS EVER SENT IS CLEARED WITHOUT BEING  * 00280000
      *             SENT.  A TRANSMISSION REGISTER LISTS EACH         * 00290000
      *             PURCHASE ORDER SENT.                              * 00300000
      *                                                               * 00310000
      *             OUTBOUND RECORD LAYOUTS (120 BYTES):              * 00320000
      *               HEADER   (H)                                    * 00330000
      *                 COL   1      RECORD TYPE   (H)                * 00340000
      *                 COL   2-  6  PREFIX                           * 00350000
      *                 COL   7- 15  PURCHASE ORDER NUMBER            * 00360000
      *                 COL  16- 47  SUPPLIER ID                      * 00370000
      *                 COL  48- 49  PURPOSE       (00 / 04)          * 00380000
      *                 COL  50- 57  RELEASE DATE  (CCYYMMDD)         * 00390000
      *                 COL  58- 65  TRANSMIT DATE (CCYYMMDD)         * 00400000
      *                 COL  66- 73  BUYER USERID                     * 00410000
      *               LINE     (D)                                    * 00420000
      *                 COL   1      RECORD TYPE   (D)                * 00430000
      *                 COL   2-  6  PREFIX                           * 00440000
      *                 COL   7- 15  PURCHASE ORDER NUMBER            * 00450000
      *                 COL  16- 20  LINE NUMBER                      * 00460000
      *                 COL  21      LINE ACTION   (A / C / X)        * 00470000
      *                 COL  22- 53  ITEM NUMBER                      * 00480000
      *                 COL  54- 62  QUANTITY ORDERED                 * 00490000
      *                 COL  63- 72  UNIT PRICE    (9(8)V99)          * 00500000
      *                 COL  73- 80  EXPECTED DATE (CCYYMMDD / ZERO)  * 00510000
      *               DROP-SHIP SHIP-TO, FOLLOWING A DROP-SHIP LINE   * 00510500
      *               (NOT ON A CANCEL) -- THE SUPPLIER SHIPS THAT    * 00511000
      *               LINE DIRECT TO THE CUSTOMER (VDROPSHP)          * 00511500
      *                 COL   1      RECORD TYPE   (N / A / C)        * 00512000
      *                 COL   2-  6  PREFIX                           * 00512500
      *                 COL   7- 15  PURCHASE ORDER NUMBER            * 00513000
      *                 COL  16- 20  LINE NUMBER                      * 00513500
      *                 NAME    (N)  COL  21- 84  SHIP-TO NAME        * 00514000
      *                              COL  85-116  CUSTOMER ID         * 00514500
      *                 ADDRESS (A)  COL  21      ADDRESS LINE (1/2)  * 00515000
      *                              COL  22- 85  ADDRESS TEXT        * 00515500
      *                              (LINE 2 ONLY WHEN NOT BLANK)     * 00516000
      *                 CITY    (C)  COL  21- 52  CITY                * 00516500
      *                              COL  53- 84  STATE               * 00517000
      *                              COL  85- 96  POSTAL CODE         * 00517500
      *               TRAILER  (T)                                    * 00520000
      *                 COL   1      RECORD TYPE   (T)                * 00530000
      *                 COL   2-  6  PREFIX                           * 00540000
      *                 COL   7- 15  PURCHASE ORDER NUMBER            * 00550000
      *                 COL  16- 20  LINE COUNT    (D RECORDS)        * 00560000
      *                 COL  21- 31  TOTAL QUANTITY                   * 00570000
      *                 COL  32- 44  TOTAL AMOUNT  (9(11)V99)         * 00580000
      *               FILE TRAILER (Z), LAST RECORD OF THE FILE       * 00590000
      *                 COL   1      RECORD TYPE   (Z)                * 00600000
      *                 COL   2- 11  RECORD COUNT  (EXCLUDING Z)      * 00610000
      *                 COL  12- 18  PURCHASE ORDER COUNT             * 00620000
      *                 COL  19- 26  RUN DATE      (CCYYMMDD)         * 00630000
      *                                                               * 00640000
      * FILES   :   PURCHASE ORDER FILE  -  VSAM KSDS    (UPDATE)     * 00650000
      *             OUTBOUND PO FILE     -  SEQUENTIAL   (OUTPUT)     * 00660000
      *             DROP-SHIP FILE       -  VSAM KSDS    (INPUT)      * 00665000
      *                                                               * 00670000
      ***************************************************************** 00680000
      *             PROGRAM CHANGE LOG                                * 00690000
      *             -------------------                               * 00700000
      *                                                               * 00710000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00720000
      *  --------   --------------------  --------------------------  * 00730000
      *  10/15/26   R. MCALLEN            DROP-SHIP LINES CARRY THE   * 00731000
      *                                   CUSTOMER SHIP-TO (N/A/C     * 00732000
      *                                   RECORDS FROM VDROPSHP)      * 00733000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00740000
      *                                                               * 00750000
      ***************************************************************** 00760000
           EJECT                                                        00770000
       ENVIRONMENT DIVISION.                                            00780000
                                                                        00790000
       INPUT-OUTPUT SECTION.                                            00800000
                                                                        00810000
       FILE-CONTROL.                                                    00820000
                                                                        00830000
           SELECT PO-OUTBOUND-FILE     ASSIGN TO OPOXMIT.               00840000
                                                                        00850000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00860000
                                       ORGANIZATION IS INDEXED          00870000
                                       ACCESS IS SEQUENTIAL             00880000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00890000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00900000
                                                                        00901000
           SELECT VSAM-DROP-SHIP       ASSIGN TO VDROPSHP               00902000
                                       ORGANIZATION IS INDEXED          00903000
                                       ACCESS IS RANDOM                 00904000
                                       RECORD KEY IS DROP-SHIP-KEY      00905000
                                       FILE STATUS IS WS-DROPSHP-STATUS.00906000
           EJECT                                                        00910000
       DATA DIVISION.                                                   00920000
                                                                        00930000
       FILE SECTION.                                                    00940000
                                                                        00950000
       FD  PO-OUTBOUND-FILE                                             00960000
           LABEL RECORDS ARE STANDARD                                   00970000
           RECORDING MODE IS F                                          00980000
           RECORD CONTAINS 120 CHARACTERS.                              00990000
                                                                        01000000
       01  PO-OUTBOUND-REC             PIC X(120).                      01010000
                                                                        01020000
       FD  VSAM-PURCHASE-ORDER                                          01030000
           RECORD CONTAINS 200 CHARACTERS.                              01040000
                                                                        01050000
           COPY VPURCHOR.                                               01060000
                                                                        01061000
       FD  VSAM-DROP-SHIP                                               01062000
           RECORD CONTAINS 400 CHARACTERS.                              01063000
                                                                        01064000
           COPY VDROPSHP.                                               01065000
           EJECT                                                        01070000
       WORKING-STORAGE SECTION.                                         01080000
                                                                        01090000
      ***************************************************************** 01100000
      *    SWITCHES                                                   * 01110000
      ***************************************************************** 01120000
                                                                        01130000
       01  WS-SWITCHES.                                                 01140000
           05  WS-END-OF-PO-SW         PIC X     VALUE 'N'.             01150000
               88  END-OF-PO                     VALUE 'Y'.             01160000
           05  WS-PO-OPEN-SW           PIC X     VALUE 'N'.             01170000
               88  PO-OPEN                       VALUE 'Y'.             01180000
           05  WS-PO-SENT-BEFORE-SW    PIC X     VALUE 'N'.             01190000
               88  PO-SENT-BEFORE                VALUE 'Y'.             01200000
           EJECT                                                        01210000
      ***************************************************************** 01220000
      *    MISCELLANEOUS WORK FIELDS                                  * 01230000
      ***************************************************************** 01240000
                                                                        01250000
       01  WS-MISCELLANEOUS-FIELDS.                                     01260000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01270000
               88  PURCHORD-OK                   VALUE '  ' '00'.       01280000
               88  PURCHORD-END                  VALUE '10'.            01290000
               88  PURCHORD-EMPTY                VALUE '47' '35'.       01300000
           03  WS-DROPSHP-STATUS       PIC XX    VALUE SPACES.          01301000
               88  DROPSHP-OK                    VALUE '  ' '00'.       01302000
               88  DROPSHP-NOTFOUND              VALUE '23'.            01303000
           03  WS-SHIPTOS-SENT         PIC S9(7) VALUE +0       COMP-3. 01304000
           03  WS-SHIPTOS-MISSING      PIC S9(7) VALUE +0       COMP-3. 01305000
           03  WS-LINES-READ           PIC S9(7) VALUE +0       COMP-3. 01310000
           03  WS-POS-SENT             PIC S9(7) VALUE +0       COMP-3. 01320000
           03  WS-LINES-SENT           PIC S9(7) VALUE +0       COMP-3. 01330000
           03  WS-CANCELS-SENT         PIC S9(7) VALUE +0       COMP-3. 01340000
           03  WS-CANCELS-CLEARED      PIC S9(7) VALUE +0       COMP-3. 01350000
           03  WS-RECORDS-WRITTEN      PIC S9(9) VALUE +0       COMP-3. 01360000
           03  WS-LINE-AMOUNT          PIC S9(11)V99                    01370000
                                                 VALUE +0       COMP-3. 01380000
           03  WS-CURR-PO-KEY.                                          01390000
               05  WS-CPK-PREFIX       PIC 9(5)  VALUE ZEROES.          01400000
               05  WS-CPK-NUMBER       PIC 9(9)  VALUE ZEROES.          01410000
           03  WS-CURR-SUPPLIER        PIC X(32) VALUE SPACES.          01420000
           03  WS-PO-LINES             PIC S9(5) VALUE +0       COMP-3. 01430000
           03  WS-PO-QUANTITY          PIC S9(11)                       01440000
                                                 VALUE +0       COMP-3. 01450000
           03  WS-PO-AMOUNT            PIC S9(11)V99                    01460000
                                                 VALUE +0       COMP-3. 01470000
           03  WS-DATE.                                                 01480000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01490000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01500000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01510000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01520000
                                       PIC 9(8).                        01530000
           EJECT                                                        01540000
      ***************************************************************** 01550000
      *    OUTBOUND PURCHASE ORDER RECORDS                            * 01560000
      ***************************************************************** 01570000
                                                                        01580000
       01  WS-PO-HEADER.                                                01590000
           03  WPH-RECORD-TYPE         PIC X(1)  VALUE 'H'.             01600000
           03  WPH-PREFIX              PIC 9(5)  VALUE ZEROES.          01610000
           03  WPH-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01620000
           03  WPH-SUPPLIER-ID         PIC X(32) VALUE SPACES.          01630000
           03  WPH-PURPOSE             PIC X(2)  VALUE SPACES.          01640000
           03  WPH-RELEASE-DATE        PIC 9(8)  VALUE ZEROES.          01650000
           03  WPH-TRANSMIT-DATE       PIC 9(8)  VALUE ZEROES.          01660000
           03  WPH-BUYER               PIC X(8)  VALUE SPACES.          01670000
           03  FILLER                  PIC X(47) VALUE SPACES.          01680000
                                                                        01690000
       01  WS-PO-DETAIL.                                                01700000
           03  WPD-RECORD-TYPE         PIC X(1)  VALUE 'D'.             01710000
           03  WPD-PREFIX              PIC 9(5)  VALUE ZEROES.          01720000
           03  WPD-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01730000
           03  WPD-LINE                PIC 9(5)  VALUE ZEROES.          01740000
           03  WPD-ACTION              PIC X(1)  VALUE SPACES.          01750000
           03  WPD-ITEM-NUMBER         PIC X(32) VALUE SPACES.          01760000
           03  WPD-QUANTITY            PIC 9(9)  VALUE ZEROES.          01770000
           03  WPD-UNIT-PRICE          PIC 9(8)V99                      01780000
                                                 VALUE ZEROES.          01790000
           03  WPD-DATE-EXPECTED       PIC 9(8)  VALUE ZEROES.          01800000
           03  FILLER                  PIC X(40) VALUE SPACES.          01810000
                                                                        01810100
       01  WS-PO-SHIP-NAME.                                             01810200
           03  WPN-RECORD-TYPE         PIC X(1)  VALUE 'N'.             01810300
           03  WPN-PREFIX              PIC 9(5)  VALUE ZEROES.          01810400
           03  WPN-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01810500
           03  WPN-LINE                PIC 9(5)  VALUE ZEROES.          01810600
           03  WPN-NAME                PIC X(64) VALUE SPACES.          01810700
           03  WPN-CUSTOMER-ID         PIC X(32) VALUE SPACES.          01810800
           03  FILLER                  PIC X(4)  VALUE SPACES.          01810900
                                                                        01811000
       01  WS-PO-SHIP-ADDRESS.                                          01811100
           03  WPA-RECORD-TYPE         PIC X(1)  VALUE 'A'.             01811200
           03  WPA-PREFIX              PIC 9(5)  VALUE ZEROES.          01811300
           03  WPA-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01811400
           03  WPA-LINE                PIC 9(5)  VALUE ZEROES.          01811500
           03  WPA-ADDRESS-LINE        PIC 9(1)  VALUE ZEROES.          01811600
           03  WPA-ADDRESS-TEXT        PIC X(64) VALUE SPACES.          01811700
           03  FILLER                  PIC X(35) VALUE SPACES.          01811800
                                                                        01811900
       01  WS-PO-SHIP-CITY.                                             01812000
           03  WPC-RECORD-TYPE         PIC X(1)  VALUE 'C'.             01812100
           03  WPC-PREFIX              PIC 9(5)  VALUE ZEROES.          01812200
           03  WPC-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01812300
           03  WPC-LINE                PIC 9(5)  VALUE ZEROES.          01812400
           03  WPC-CITY                PIC X(32) VALUE SPACES.          01812500
           03  WPC-STATE               PIC X(32) VALUE SPACES.          01812600
           03  WPC-POSTAL-CODE         PIC X(12) VALUE SPACES.          01812700
           03  FILLER                  PIC X(24) VALUE SPACES.          01812800
                                                                        01820000
       01  WS-PO-TRAILER.                                               01830000
           03  WPT-RECORD-TYPE         PIC X(1)  VALUE 'T'.             01840000
           03  WPT-PREFIX              PIC 9(5)  VALUE ZEROES.          01850000
           03  WPT-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01860000
           03  WPT-LINE-COUNT          PIC 9(5)  VALUE ZEROES.          01870000
           03  WPT-TOTAL-QTY           PIC 9(11) VALUE ZEROES.          01880000
           03  WPT-TOTAL-AMOUNT        PIC 9(11)V99                     01890000
                                                 VALUE ZEROES.          01900000
           03  FILLER                  PIC X(76) VALUE SPACES.          01910000
                                                                        01920000
       01  WS-FILE-TRAILER.                                             01930000
           03  WFT-RECORD-TYPE         PIC X(1)  VALUE 'Z'.             01940000
           03  WFT-RECORD-COUNT        PIC 9(10) VALUE ZEROES.          01950000
           03  WFT-PO-COUNT            PIC 9(7)  VALUE ZEROES.          01960000
           03  WFT-RUN-DATE            PIC 9(8)  VALUE ZEROES.          01970000
           03  FILLER                  PIC X(94) VALUE SPACES.          01980000
           EJECT                                                        01990000
      ***************************************************************** 02000000
      *    DISPLAY AREA                                               * 02010000
      ***************************************************************** 02020000
                                                                        02030000
       01  WS-DISPLAY-LINES.                                            02040000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02050000
           03  WS-DL-BLANK.                                             02060000
               05  FILLER         PIC X(01) VALUE '*'.                  02070000
               05  FILLER         PIC X(78) VALUE SPACES.               02080000
               05  FILLER         PIC X(01) VALUE '*'.                  02090000
           03  WS-DL-LINE.                                              02100000
               05  FILLER         PIC X(01) VALUE '*'.                  02110000
               05  WS-DL-LINE-TEXT                                      02120000
                                  PIC X(78) VALUE SPACES.               02130000
               05  FILLER         PIC X(01) VALUE '*'.                  02140000
           03  WS-DL-RUN-DATE.                                          02150000
               05  FILLER         PIC X(01) VALUE '*'.                  02160000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               02170000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               02180000
               05  FILLER         PIC X(01) VALUE '/'.                  02190000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               02200000
               05  FILLER         PIC X(01) VALUE '/'.                  02210000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               02220000
               05  FILLER         PIC X(56) VALUE SPACES.               02230000
               05  FILLER         PIC X(01) VALUE '*'.                  02240000
           03  WS-DL-TOTAL.                                             02250000
               05  FILLER         PIC X(01) VALUE '*'.                  02260000
               05  FILLER         PIC X(45) VALUE SPACES.               02270000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02280000
               05  FILLER         PIC X(3)  VALUE ' - '.                02290000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               02300000
               05  FILLER         PIC X(01) VALUE '*'.                  02310000
           EJECT                                                        02320000
      ***************************************************************** 02330000
      *    TRANSMISSION REGISTER LINE                                 * 02340000
      ***************************************************************** 02350000
                                                                        02360000
       01  WS-DL-PO-SENT.                                               02370000
           03  FILLER                  PIC X(01) VALUE '*'.             02380000
           03  FILLER                  PIC X(08) VALUE '  SENT  '.      02390000
           03  WS-DL-PS-PREFIX         PIC 9(05) VALUE ZEROES.          02400000
           03  FILLER                  PIC X(01) VALUE '-'.             02410000
           03  WS-DL-PS-NUMBER         PIC 9(09) VALUE ZEROES.          02420000
           03  FILLER                  PIC X(01) VALUE ' '.             02430000
           03  WS-DL-PS-SUPPLIER       PIC X(20) VALUE SPACES.          02440000
           03  FILLER                  PIC X(04) VALUE ' PP '.          02450000
           03  WS-DL-PS-PURPOSE        PIC X(02) VALUE SPACES.          02460000
           03  FILLER                  PIC X(04) VALUE ' LN '.          02470000
           03  WS-DL-PS-LINES          PIC ZZZZ9.                       02480000
           03  FILLER                  PIC X(01) VALUE ' '.             02490000
           03  WS-DL-PS-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.           02500000
           03  FILLER                  PIC X(01) VALUE ' '.             02510000
           03  FILLER                  PIC X(01) VALUE '*'.             02520000
           EJECT                                                        02530000
      ***************************************************************** 02540000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02550000
      ***************************************************************** 02560000
                                                                        02570000
           COPY PDAERRWS.                                               02580000
                                                                        02590000
       01  WS-PDA-BATCH-ERROR-01.                                       02600000
           05  FILLER             PIC X     VALUE SPACES.               02610000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02620000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02630000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB90'.             02640000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02650000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02660000
                                                                        02670000
       01  WS-PDA-BATCH-ERROR-02.                                       02680000
           05  FILLER             PIC X(8)  VALUE SPACES.               02690000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02700000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02710000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02720000
           EJECT                                                        02730000
      ***************************************************************** 02740000
      *    P R O C E D U R E    D I V I S I O N                       * 02750000
      ***************************************************************** 02760000
                                                                        02770000
       PROCEDURE DIVISION.                                              02780000
                                                                        02790000
      ***************************************************************** 02800000
      *                                                               * 02810000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02820000
      *                                                               * 02830000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, TRANSMIT EVERY * 02840000
      *                FLAGGED PURCHASE ORDER LINE, CLOSE THE         * 02850000
      *                OUTBOUND FILE WITH ITS TRAILER AND PRINT THE   * 02860000
      *                TOTALS                                         * 02870000
      *                                                               * 02880000
      *    CALLED BY:  NONE                                           * 02890000
      *                                                               * 02900000
      ***************************************************************** 02910000
                                                                        02920000
       P00000-MAINLINE.                                                 02930000
                                                                        02940000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02950000
                                                                        02960000
           DISPLAY ' '.                                                 02970000
           DISPLAY WS-DL-ASTERISK.                                      02980000
           DISPLAY WS-DL-BLANK.                                         02990000
           MOVE '  PDAB90 - PURCHASE ORDER TRANSMISSION REGISTER'       03000000
               TO WS-DL-LINE-TEXT.                                      03010000
           DISPLAY WS-DL-LINE.                                          03020000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      03030000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        03040000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            03050000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          03060000
           DISPLAY WS-DL-RUN-DATE.                                      03070000
           DISPLAY WS-DL-BLANK.                                         03080000
           DISPLAY WS-DL-ASTERISK.                                      03090000
           DISPLAY ' '.                                                 03100000
                                                                        03110000
           OPEN OUTPUT PO-OUTBOUND-FILE.                                03120000
                                                                        03130000
           OPEN I-O VSAM-PURCHASE-ORDER.                                03140000
                                                                        03150000
           OPEN INPUT VSAM-DROP-SHIP.                                   03151000
                                                                        03152000
           IF NOT DROPSHP-OK                                            03153000
               MOVE 'OPEN DROP-SHIP FILE FAILED' TO WPBE-MESSAGE        03154000
               MOVE WS-DROPSHP-STATUS TO WPBE-FILE-STATUS               03155000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03156000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03157000
           END-IF.                                                      03158000
                                                                        03159000
           IF PURCHORD-EMPTY                                            03160000
               MOVE 'Y' TO WS-END-OF-PO-SW                              03170000
           ELSE                                                         03180000
               IF NOT PURCHORD-OK                                       03190000
                   MOVE 'OPEN PURCHASE ORDER FILE FAILED'               03200000
                       TO WPBE-MESSAGE                                  03210000
                   MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS           03220000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03230000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03240000
               END-IF                                                   03250000
           END-IF.                                                      03260000
                                                                        03270000
           DISPLAY WS-DL-ASTERISK.                                      03280000
                                                                        03290000
           PERFORM P10000-SELECT-PO-LINE THRU P10000-EXIT               03300000
               UNTIL END-OF-PO.                                         03310000
                                                                        03320000
           IF PO-OPEN                                                   03330000
               PERFORM P30000-CLOSE-PO THRU P30000-EXIT                 03340000
           END-IF.                                                      03350000
                                                                        03360000
           IF WS-POS-SENT = ZEROES                                      03370000
               MOVE '  NO PURCHASE ORDERS TO TRANSMIT'                  03380000
                   TO WS-DL-LINE-TEXT                                   03390000
               DISPLAY WS-DL-LINE                                       03400000
           END-IF.                                                      03410000
                                                                        03420000
           DISPLAY WS-DL-ASTERISK.                                      03430000
                                                                        03440000
      ***************************************************************** 03450000
      *    CLOSE THE OUTBOUND FILE WITH ITS CONTROL TRAILER           * 03460000
      ***************************************************************** 03470000
                                                                        03480000
           MOVE WS-RECORDS-WRITTEN TO WFT-RECORD-COUNT.                 03490000
           MOVE WS-POS-SENT TO WFT-PO-COUNT.                            03500000
           MOVE WS-DATE-CCYYMMDD TO WFT-RUN-DATE.                       03510000
           WRITE PO-OUTBOUND-REC FROM WS-FILE-TRAILER.                  03520000
                                                                        03530000
           CLOSE PO-OUTBOUND-FILE                                       03540000
                 VSAM-PURCHASE-ORDER                                    03545000
                 VSAM-DROP-SHIP.                                        03550000
                                                                        03560000
           DISPLAY ' '.                                                 03570000
           DISPLAY WS-DL-ASTERISK.                                      03580000
                                                                        03590000
           MOVE 'PO LINES READ' TO WS-DL-T-TITLE.                       03600000
           MOVE WS-LINES-READ TO WS-DL-T-CNT.                           03610000
           DISPLAY WS-DL-TOTAL.                                         03620000
                                                                        03630000
           MOVE 'PURCHASE ORDERS SENT' TO WS-DL-T-TITLE.                03640000
           MOVE WS-POS-SENT TO WS-DL-T-CNT.                             03650000
           DISPLAY WS-DL-TOTAL.                                         03660000
                                                                        03670000
           MOVE 'PO LINES SENT' TO WS-DL-T-TITLE.                       03680000
           MOVE WS-LINES-SENT TO WS-DL-T-CNT.                           03690000
           DISPLAY WS-DL-TOTAL.                                         03700000
                                                                        03710000
           MOVE 'CANCELLATIONS SENT' TO WS-DL-T-TITLE.                  03720000
           MOVE WS-CANCELS-SENT TO WS-DL-T-CNT.                         03730000
           DISPLAY WS-DL-TOTAL.                                         03740000
                                                                        03750000
           MOVE 'UNSENT CANCELS CLEARED' TO WS-DL-T-TITLE.              03760000
           MOVE WS-CANCELS-CLEARED TO WS-DL-T-CNT.                      03770000
           DISPLAY WS-DL-TOTAL.                                         03771000
                                                                        03772000
           MOVE 'DROP-SHIP SHIP-TOS SENT' TO WS-DL-T-TITLE.             03773000
           MOVE WS-SHIPTOS-SENT TO WS-DL-T-CNT.                         03774000
           DISPLAY WS-DL-TOTAL.                                         03775000
                                                                        03776000
           MOVE 'DROP-SHIP NO SHIP-TO' TO WS-DL-T-TITLE.                03777000
           MOVE WS-SHIPTOS-MISSING TO WS-DL-T-CNT.                      03778000
           DISPLAY WS-DL-TOTAL.                                         03780000
                                                                        03790000
           DISPLAY WS-DL-ASTERISK.                                      03800000
           DISPLAY ' '.                                                 03810000
                                                                        03820000
           MOVE ZEROES TO RETURN-CODE.                                  03830000
                                                                        03840000
           GOBACK.                                                      03850000
                                                                        03860000
       P00000-EXIT.                                                     03870000
           EXIT.                                                        03880000
           EJECT                                                        03890000
      ***************************************************************** 03900000
      *                                                               * 03910000
      *    PARAGRAPH:  P10000-SELECT-PO-LINE                          * 03920000
      *                                                               * 03930000
      *    FUNCTION :  READ THE NEXT PURCHASE ORDER LINE, BREAK ON    * 03940000
      *                PURCHASE ORDER, AND TRANSMIT THE LINE WHEN IT  * 03950000
      *                IS FLAGGED FOR TRANSMISSION                    * 03960000
      *                                                               * 03970000
      *    CALLED BY:  P00000-MAINLINE                                * 03980000
      *                                                               * 03990000
      ***************************************************************** 04000000
                                                                        04010000
       P10000-SELECT-PO-LINE.                                           04020000
                                                                        04030000
           READ VSAM-PURCHASE-ORDER NEXT.                               04040000
                                                                        04050000
           IF PURCHORD-END                                              04060000
               MOVE 'Y' TO WS-END-OF-PO-SW                              04070000
               GO TO P10000-EXIT                                        04080000
           END-IF.                                                      04090000
                                                                        04100000
           IF NOT PURCHORD-OK                                           04110000
               MOVE 'READ NEXT PURCHASE ORDER FAILED' TO WPBE-MESSAGE   04120000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               04130000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          04140000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04150000
           END-IF.                                                      04160000
                                                                        04170000
      ***************************************************************** 04180000
      *    SKIP THE PREFIX CONTROL RECORDS                            * 04190000
      ***************************************************************** 04200000
                                                                        04210000
           IF PURCHASE-ORDER-NUMBER = ZEROES                            04220000
               GO TO P10000-EXIT                                        04230000
           END-IF.                                                      04240000
                                                                        04250000
           ADD +1 TO WS-LINES-READ.                                     04260000
                                                                        04270000
      ***************************************************************** 04280000
      *    BREAK ON PURCHASE ORDER -- CLOSE THE OPEN DOCUMENT.  LINES * 04290000
      *    ARE READ IN LINE NUMBER ORDER, SO EVERY LINE SENT BEFORE   * 04300000
      *    IS SEEN BEFORE THE FIRST LINE THAT OPENS A DOCUMENT        * 04310000
      ***************************************************************** 04320000
                                                                        04330000
           IF PURCHASE-ORDER-PREFIX NOT = WS-CPK-PREFIX                 04340000
              OR PURCHASE-ORDER-NUMBER NOT = WS-CPK-NUMBER              04350000
               IF PO-OPEN                                               04360000
                   PERFORM P30000-CLOSE-PO THRU P30000-EXIT             04370000
               END-IF                                                   04380000
               MOVE PURCHASE-ORDER-PREFIX TO WS-CPK-PREFIX              04390000
               MOVE PURCHASE-ORDER-NUMBER TO WS-CPK-NUMBER              04400000
               MOVE 'N' TO WS-PO-SENT-BEFORE-SW                         04410000
           END-IF.                                                      04420000
                                                                        04430000
           IF PURCHASE-ORDER-DATE-TRANSMITTED > ZEROES                  04440000
               MOVE 'Y' TO WS-PO-SENT-BEFORE-SW                         04450000
           END-IF.                                                      04460000
                                                                        04470000
           IF NOT PURCHASE-ORDER-XMIT-PENDING                           04480000
              OR PURCHASE-ORDER-SUGGESTED                               04490000
               GO TO P10000-EXIT                                        04500000
           END-IF.                                                      04510000
                                                                        04520000
      ***************************************************************** 04530000
      *    A LINE CANCELLED BEFORE IT WAS EVER SENT IS NOT KNOWN TO   * 04540000
      *    THE SUPPLIER -- CLEAR THE FLAG WITHOUT SENDING IT          * 04550000
      ***************************************************************** 04560000
                                                                        04570000
           IF PURCHASE-ORDER-CANCELLED                                  04580000
              AND PURCHASE-ORDER-DATE-TRANSMITTED = ZEROES              04590000
               MOVE 'T' TO PURCHASE-ORDER-XMIT-STATUS                   04600000
               PERFORM P40000-REWRITE-LINE THRU P40000-EXIT             04610000
               ADD +1 TO WS-CANCELS-CLEARED                             04620000
               GO TO P10000-EXIT                                        04630000
           END-IF.                                                      04640000
                                                                        04650000
           IF NOT PO-OPEN                                               04660000
               PERFORM P20000-OPEN-PO THRU P20000-EXIT                  04670000
           END-IF.                                                      04680000
                                                                        04690000
      ***************************************************************** 04700000
      *    WRITE THE LINE AND MARK IT TRANSMITTED                     * 04710000
      ***************************************************************** 04720000
                                                                        04730000
           EVALUATE TRUE                                                04740000
               WHEN PURCHASE-ORDER-CANCELLED                            04750000
                   MOVE 'X' TO WPD-ACTION                               04760000
                   ADD +1 TO WS-CANCELS-SENT                            04770000
               WHEN PURCHASE-ORDER-DATE-TRANSMITTED = ZEROES            04780000
                   MOVE 'A' TO WPD-ACTION                               04790000
               WHEN OTHER                                               04800000
                   MOVE 'C' TO WPD-ACTION                               04810000
           END-EVALUATE.                                                04820000
                                                                        04830000
           MOVE PURCHASE-ORDER-PREFIX TO WPD-PREFIX.                    04840000
           MOVE PURCHASE-ORDER-NUMBER TO WPD-PO-NUMBER.                 04850000
           MOVE PURCHASE-ORDER-LINE TO WPD-LINE.                        04860000
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO WPD-ITEM-NUMBER.          04870000
           MOVE PURCHASE-ORDER-QUANTITY TO WPD-QUANTITY.                04880000
           MOVE PURCHASE-ORDER-UNIT-PRICE TO WPD-UNIT-PRICE.            04890000
           MOVE PURCHASE-ORDER-DATE-EXPECTED TO WPD-DATE-EXPECTED.      04900000
           WRITE PO-OUTBOUND-REC FROM WS-PO-DETAIL.                     04910000
           ADD +1 TO WS-RECORDS-WRITTEN.                                04920000
                                                                        04920500
      ***************************************************************** 04921000
      *    A DROP-SHIP LINE CARRIES THE CUSTOMER SHIP-TO SO THE       * 04921500
      *    SUPPLIER CAN SHIP IT DIRECT                                * 04922000
      ***************************************************************** 04922500
                                                                        04923000
           IF PURCHASE-ORDER-FROM-DROP-SHIP                             04923500
              AND NOT PURCHASE-ORDER-CANCELLED                          04924000
               PERFORM P50000-WRITE-SHIP-TO THRU P50000-EXIT            04924500
           END-IF.                                                      04925000
                                                                        04930000
           ADD +1 TO WS-PO-LINES                                        04940000
                     WS-LINES-SENT.                                     04950000
                                                                        04960000
           IF NOT PURCHASE-ORDER-CANCELLED                              04970000
               ADD PURCHASE-ORDER-QUANTITY TO WS-PO-QUANTITY            04980000
               COMPUTE WS-LINE-AMOUNT ROUNDED =                         04990000
                   PURCHASE-ORDER-QUANTITY * PURCHASE-ORDER-UNIT-PRICE  05000000
               ADD WS-LINE-AMOUNT TO WS-PO-AMOUNT                       05010000
           END-IF.                                                      05020000
                                                                        05030000
           MOVE 'T' TO PURCHASE-ORDER-XMIT-STATUS.                      05040000
           MOVE WS-DATE-CCYYMMDD TO PURCHASE-ORDER-DATE-TRANSMITTED.    05050000
                                                                        05060000
           PERFORM P40000-REWRITE-LINE THRU P40000-EXIT.                05070000
                                                                        05080000
       P10000-EXIT.                                                     05090000
           EXIT.                                                        05100000
           EJECT                                                        05110000
      ***************************************************************** 05120000
      *                                                               * 05130000
      *    PARAGRAPH:  P20000-OPEN-PO                                 * 05140000
      *                                                               * 05150000
      *    FUNCTION :  START THE OUTBOUND DOCUMENT FOR THE CURRENT    * 05160000
      *                PURCHASE ORDER -- WRITE ITS HEADER             * 05170000
      *                                                               * 05180000
      *    CALLED BY:  P10000-SELECT-PO-LINE                          * 05190000
      *                                                               * 05200000
      ***************************************************************** 05210000
                                                                        05220000
       P20000-OPEN-PO.                                                  05230000
                                                                        05240000
           MOVE 'Y' TO WS-PO-OPEN-SW.                                   05250000
           MOVE PURCHASE-ORDER-SUPPLIER-ID TO WS-CURR-SUPPLIER.         05260000
           MOVE +0 TO WS-PO-LINES                                       05270000
                      WS-PO-QUANTITY                                    05280000
                      WS-PO-AMOUNT.                                     05290000
                                                                        05300000
           MOVE PURCHASE-ORDER-PREFIX TO WPH-PREFIX.                    05310000
           MOVE PURCHASE-ORDER-NUMBER TO WPH-PO-NUMBER.                 05320000
           MOVE PURCHASE-ORDER-SUPPLIER-ID TO WPH-SUPPLIER-ID.          05330000
                                                                        05340000
           IF PO-SENT-BEFORE                                            05350000
               MOVE '04' TO WPH-PURPOSE                                 05360000
           ELSE                                                         05370000
               MOVE '00' TO WPH-PURPOSE                                 05380000
           END-IF.                                                      05390000
                                                                        05400000
           MOVE PURCHASE-ORDER-DATE-RELEASED TO WPH-RELEASE-DATE.       05410000
           MOVE WS-DATE-CCYYMMDD TO WPH-TRANSMIT-DATE.                  05420000
           MOVE PURCHASE-ORDER-RELEASED-BY TO WPH-BUYER.                05430000
           WRITE PO-OUTBOUND-REC FROM WS-PO-HEADER.                     05440000
           ADD +1 TO WS-RECORDS-WRITTEN.                                05450000
                                                                        05460000
       P20000-EXIT.                                                     05470000
           EXIT.                                                        05480000
           EJECT                                                        05490000
      ***************************************************************** 05500000
      *                                                               * 05510000
      *    PARAGRAPH:  P30000-CLOSE-PO                                * 05520000
      *                                                               * 05530000
      *    FUNCTION :  END THE OUTBOUND DOCUMENT FOR THE CURRENT      * 05540000
      *                PURCHASE ORDER -- WRITE ITS TRAILER AND LIST   * 05550000
      *                IT ON THE TRANSMISSION REGISTER                * 05560000
      *                                                               * 05570000
      *    CALLED BY:  P00000-MAINLINE                                * 05580000
      *                P10000-SELECT-PO-LINE                          * 05590000
      *                                                               * 05600000
      ***************************************************************** 05610000
                                                                        05620000
       P30000-CLOSE-PO.                                                 05630000
                                                                        05640000
           MOVE 'N' TO WS-PO-OPEN-SW.                                   05650000
                                                                        05660000
           MOVE WS-CPK-PREFIX TO WPT-PREFIX.                            05670000
           MOVE WS-CPK-NUMBER TO WPT-PO-NUMBER.                         05680000
           MOVE WS-PO-LINES TO WPT-LINE-COUNT.                          05690000
           MOVE WS-PO-QUANTITY TO WPT-TOTAL-QTY.                        05700000
           MOVE WS-PO-AMOUNT TO WPT-TOTAL-AMOUNT.                       05710000
           WRITE PO-OUTBOUND-REC FROM WS-PO-TRAILER.                    05720000
           ADD +1 TO WS-RECORDS-WRITTEN.                                05730000
                                                                        05740000
           MOVE WS-CPK-PREFIX TO WS-DL-PS-PREFIX.                       05750000
           MOVE WS-CPK-NUMBER TO WS-DL-PS-NUMBER.                       05760000
           MOVE WS-CURR-SUPPLIER TO WS-DL-PS-SUPPLIER.                  05770000
           MOVE WPH-PURPOSE TO WS-DL-PS-PURPOSE.                        05780000
           MOVE WS-PO-LINES TO WS-DL-PS-LINES.                          05790000
           MOVE WS-PO-AMOUNT TO WS-DL-PS-AMOUNT.                        05800000
           DISPLAY WS-DL-PO-SENT.                                       05810000
                                                                        05820000
           ADD +1 TO WS-POS-SENT.                                       05830000
                                                                        05840000
       P30000-EXIT.                                                     05850000
           EXIT.                                                        05860000
           EJECT                                                        05870000
      ***************************************************************** 05880000
      *                                                               * 05890000
      *    PARAGRAPH:  P40000-REWRITE-LINE                            * 05900000
      *                                                               * 05910000
      *    FUNCTION :  REWRITE THE PURCHASE ORDER LINE JUST READ      * 05920000
      *                                                               * 05930000
      *    CALLED BY:  P10000-SELECT-PO-LINE                          * 05940000
      *                                                               * 05950000
      ***************************************************************** 05960000
                                                                        05970000
       P40000-REWRITE-LINE.                                             05980000
                                                                        05990000
           REWRITE PURCHASE-ORDER-RECORD.                               06000000
                                                                        06010000
           IF NOT PURCHORD-OK                                           06020000
               MOVE 'REWRITE PURCHASE ORDER FAILED' TO WPBE-MESSAGE     06030000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               06040000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          06050000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06060000
           END-IF.                                                      06070000
                                                                        06080000
       P40000-EXIT.                                                     06090000
           EXIT.                                                        06100000
           EJECT                                                        06110000
      ***************************************************************** 06120000
      *                                                               * 06130000
      *    PARAGRAPH:  P50000-WRITE-SHIP-TO                           * 06130100
      *                                                               * 06130200
      *    FUNCTION :  WRITE THE CUSTOMER SHIP-TO OF A DROP-SHIP LINE * 06130300
      *                FROM THE DROP-SHIP FILE -- NAME, ONE OR TWO    * 06130400
      *                ADDRESS LINES, AND CITY / STATE / POSTAL CODE  * 06130500
      *                                                               * 06130600
      *    CALLED BY:  P10000-SELECT-PO-LINE                          * 06130700
      *                                                               * 06130800
      ***************************************************************** 06130900
                                                                        06131000
       P50000-WRITE-SHIP-TO.                                            06131100
                                                                        06131200
           MOVE PURCHASE-ORDER-KEY TO DROP-SHIP-KEY.                    06131300
                                                                        06131400
           READ VSAM-DROP-SHIP.                                         06131500
                                                                        06131600
           IF DROPSHP-NOTFOUND                                          06131700
               MOVE '  DROP-SHIP LINE HAS NO SHIP-TO ON FILE -- ABOVE'  06131800
                   TO WS-DL-LINE-TEXT                                   06131900
               DISPLAY WS-DL-LINE                                       06132000
               ADD +1 TO WS-SHIPTOS-MISSING                             06132100
               GO TO P50000-EXIT                                        06132200
           END-IF.                                                      06132300
                                                                        06132400
           IF NOT DROPSHP-OK                                            06132500
               MOVE 'READ DROP-SHIP FILE FAILED' TO WPBE-MESSAGE        06132600
               MOVE WS-DROPSHP-STATUS TO WPBE-FILE-STATUS               06132700
               MOVE 'P50000' TO WPBE-PARAGRAPH                          06132800
               PERFORM P99999-ABEND THRU P99999-EXIT                    06132900
           END-IF.                                                      06133000
                                                                        06133100
           MOVE PURCHASE-ORDER-PREFIX TO WPN-PREFIX                     06133200
                                         WPA-PREFIX                     06133300
                                         WPC-PREFIX.                    06133400
           MOVE PURCHASE-ORDER-NUMBER TO WPN-PO-NUMBER                  06133500
                                         WPA-PO-NUMBER                  06133600
                                         WPC-PO-NUMBER.                 06133700
           MOVE PURCHASE-ORDER-LINE TO WPN-LINE                         06133800
                                       WPA-LINE                         06133900
                                       WPC-LINE.                        06134000
                                                                        06134100
           MOVE DROP-SHIP-NAME TO WPN-NAME.                             06134200
           MOVE DROP-SHIP-CUSTOMER-ID TO WPN-CUSTOMER-ID.               06134300
           WRITE PO-OUTBOUND-REC FROM WS-PO-SHIP-NAME.                  06134400
           ADD +1 TO WS-RECORDS-WRITTEN.                                06134500
                                                                        06134600
           MOVE 1 TO WPA-ADDRESS-LINE.                                  06134700
           MOVE DROP-SHIP-ADDRESS(1:64) TO WPA-ADDRESS-TEXT.            06134800
           WRITE PO-OUTBOUND-REC FROM WS-PO-SHIP-ADDRESS.               06134900
           ADD +1 TO WS-RECORDS-WRITTEN.                                06135000
                                                                        06135100
           IF DROP-SHIP-ADDRESS(65:64) NOT = SPACES                     06135200
               MOVE 2 TO WPA-ADDRESS-LINE                               06135300
               MOVE DROP-SHIP-ADDRESS(65:64) TO WPA-ADDRESS-TEXT        06135400
               WRITE PO-OUTBOUND-REC FROM WS-PO-SHIP-ADDRESS            06135500
               ADD +1 TO WS-RECORDS-WRITTEN                             06135600
           END-IF.                                                      06135700
                                                                        06135800
           MOVE DROP-SHIP-CITY TO WPC-CITY.                             06135900
           MOVE DROP-SHIP-STATE TO WPC-STATE.                           06136000
           MOVE DROP-SHIP-POSTAL-CODE TO WPC-POSTAL-CODE.               06136100
           WRITE PO-OUTBOUND-REC FROM WS-PO-SHIP-CITY.                  06136200
           ADD +1 TO WS-RECORDS-WRITTEN.                                06136300
                                                                        06136400
           ADD +1 TO WS-SHIPTOS-SENT.                                   06136500
                                                                        06136600
       P50000-EXIT.                                                     06136700
           EXIT.                                                        06136800
           EJECT                                                        06136900
      ***************************************************************** 06137000
      *                                                               * 06137100
      *    PARAGRAPH:  P99999-ABEND                                   * 06140000
      *                                                               * 06150000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 06160000
      *                ERROR HAS BEEN ENCOUNTERED                     * 06170000
      *                                                               * 06180000
      *    CALLED BY:  VARIOUS                                        * 06190000
      *                                                               * 06200000
      ***************************************************************** 06210000
                                                                        06220000
       P99999-ABEND.                                                    06230000
                                                                        06240000
           DISPLAY ' '.                                                 06250000
           DISPLAY WPEA-ERROR-01.                                       06260000
           DISPLAY WPEA-ERROR-02.                                       06270000
           DISPLAY WPEA-ERROR-03.                                       06280000
           DISPLAY WPEA-ERROR-04.                                       06290000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               06300000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               06310000
           DISPLAY WPEA-ERROR-04.                                       06320000
           DISPLAY WPEA-ERROR-03.                                       06330000
           DISPLAY WPEA-ERROR-02.                                       06340000
           DISPLAY WPEA-ERROR-01.                                       06350000
           DISPLAY ' '.                                                 06360000
                                                                        06370000
           MOVE 16 TO RETURN-CODE.                                      06380000
                                                                        06390000
           GOBACK.                                                      06400000
                                                                        06410000
       P99999-EXIT.                                                     06420000
           EXIT.                                                        06430000
