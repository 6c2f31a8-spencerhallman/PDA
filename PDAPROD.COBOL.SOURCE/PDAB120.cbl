       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB120.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB120                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB120 IS THE CUSTOMER PERSONAL DATA     * 00100000
      *             ERASURE UTILITY.  A CONTROL CARD NAMES THE        * 00110000
      *             PREFIX AND CUSTOMER ID OF A PERSON WHO HAS ASKED  * 00120000
      *             FOR THEIR DATA TO BE REMOVED.  THE UTILITY        * 00130000
      *             REPLACES THE PERSONAL FIELDS WITH THE NEUTRAL     * 00140000
      *             VALUE 'ERASED' WHEREVER THEY ARE HELD:            * 00150000
      *                                                               * 00160000
      *               CUSTOMER  - NAME, ADDRESS, CITY, STATE, POSTAL  * 00170000
      *                           CODE, SHIP-TO NAME AND ADDRESS AND  * 00180000
      *                           E-MAIL ADDRESS.  THE E-MAIL OPT-IN  * 00190000
      *                           IS TURNED OFF AND THE CUSTOMER IS   * 00200000
      *                           MADE INACTIVE SO IT CANNOT SIGN ON  * 00210000
      *                           OR ORDER AGAIN                      * 00220000
      *               SHIPTO    - EVERY ADDRESS BOOK ENTRY            * 00230000
      *               ORDSHIP   - THE SHIP-TO SNAPSHOT OF EVERY ORDER * 00240000
      *                           OF THE CUSTOMER ON ORDER1DB AND     * 00250000
      *                           ORDER2DB                            * 00260000
      *               ORDNOTE   - THE FREE-FORM NOTE LINES OF THOSE   * 00270000
      *                           ORDERS                              * 00280000
      *                                                               * 00290000
      *             AMOUNTS, DATES, ITEMS AND KEYS ARE NOT CHANGED    * 00300000
      *             AND THE CUSTOMER RECORD IS KEPT, SO AR, ORDER_LOG * 00310000
      *             AND SALES HISTORY STAY WHOLE.  QUOTES AND CLAIMS  * 00320000
      *             CARRY NO PERSONAL FIELDS BEYOND THE CUSTOMER KEY  * 00330000
      *             AND ARE LISTED AS REVIEWED.                       * 00340000
      *                                                               * 00350000
      *             THE ERASURE IS REFUSED WHILE THE CUSTOMER HAS AN  * 00360000
      *             OPEN AR ITEM WITH A BALANCE DUE OR AN OPEN CLAIM. * 00370000
      *             EVERY ERASURE, DONE OR REFUSED, IS RECORDED ON    * 00380000
      *             THE SECURITY AUDIT FILE (ACTION CUSTERASE) AND    * 00390000
      *             AN ERASURE CERTIFICATE LISTS EVERY RECORD         * 00400000
      *             TOUCHED.  A RECORD ALREADY ERASED IS LEFT AS IT   * 00410000
      *             IS, SO A RERUN OF THE SAME CARD IS HARMLESS.      * 00420000
      *                                                               * 00430000
      *             CONTROL CARD LAYOUT (ONE ERASURE PER CARD):       * 00440000
      *               COL  1- 5   PREFIX                (NUMERIC)     * 00450000
      *               COL  7-38   CUSTOMER ID                         * 00460000
      *               COL 40-47   REQUESTING USERID (FOR THE          * 00470000
      *                           SECURITY AUDIT TRAIL)               * 00480000
      *                                                               * 00490000
      * FILES   :   CONTROL CARDS              -  SEQUENTIAL (INPUT)  * 00500000
      *             ORDER DATABASE (ORDER1DB)  -  IMS        (READ)   * 00510000
      *             ORDER DATABASE (ORDER2DB)  -  IMS        (READ)   * 00520000
      *             CUSTOMER FILE              -  VSAM KSDS  (UPDATE) * 00530000
      *             SHIP-TO ADDRESS BOOK       -  VSAM KSDS  (UPDATE) * 00540000
      *             ORDER SHIP-TO SNAPSHOT     -  VSAM KSDS  (UPDATE) * 00550000
      *             ORDER NOTES                -  VSAM KSDS  (UPDATE) * 00560000
      *             QUOTE FILE                 -  VSAM KSDS  (READ)   * 00570000
      *             CLAIM FILE                 -  VSAM KSDS  (READ)   * 00580000
      *             AR OPEN ITEM FILE          -  VSAM KSDS  (READ)   * 00590000
      *             SECURITY AUDIT FILE        -  VSAM KSDS  (UPDATE) * 00600000
      *             ERASURE CERTIFICATE        -  SEQUENTIAL (OUTPUT) * 00610000
      *                                                               * 00620000
      ***************************************************************** 00630000
      *             PROGRAM CHANGE LOG                                * 00640000
      *             -------------------                               * 00650000
      *                                                               * 00660000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00670000
      *  --------   --------------------  --------------------------  * 00680000
      *  10/15/26   R. MCALLEN            NEW PROGRAM - CUSTOMER      * 00690000
      *                                   PERSONAL DATA ERASURE       * 00700000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00710000
      *                                                               * 00720000
      ***************************************************************** 00730000
           EJECT                                                        00740000
       ENVIRONMENT DIVISION.                                            00750000
                                                                        00760000
       INPUT-OUTPUT SECTION.                                            00770000
                                                                        00780000
       FILE-CONTROL.                                                    00790000
                                                                        00800000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00810000
                                                                        00820000
           SELECT ERASE-PRINT          ASSIGN TO ERASPRT.               00830000
                                                                        00840000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00850000
                                       ORGANIZATION IS INDEXED          00860000
                                       ACCESS IS RANDOM                 00870000
                                       RECORD KEY IS CUSTOMER-KEY       00880000
                                       FILE STATUS IS                   00890000
                                           WS-CUSTOMER-STATUS.          00900000
                                                                        00910000
           SELECT VSAM-SHIP-TO         ASSIGN TO VSHIPTO                00920000
                                       ORGANIZATION IS INDEXED          00930000
                                       ACCESS IS DYNAMIC                00940000
                                       RECORD KEY IS SHIP-TO-KEY        00950000
                                       FILE STATUS IS WS-SHIPTO-STATUS. 00960000
                                                                        00970000
           SELECT VSAM-ORDER-SHIP-TO   ASSIGN TO VORDSHIP               00980000
                                       ORGANIZATION IS INDEXED          00990000
                                       ACCESS IS RANDOM                 01000000
                                       RECORD KEY IS ORDER-SHIP-TO-KEY  01010000
                                       FILE STATUS IS WS-OSHIP-STATUS.  01020000
                                                                        01030000
           SELECT VSAM-ORDER-NOTE      ASSIGN TO VORDNOTE               01040000
                                       ORGANIZATION IS INDEXED          01050000
                                       ACCESS IS DYNAMIC                01060000
                                       RECORD KEY IS ORDER-NOTE-KEY     01070000
                                       FILE STATUS IS WS-NOTE-STATUS.   01080000
                                                                        01090000
           SELECT VSAM-QUOTE           ASSIGN TO VQUOTE                 01100000
                                       ORGANIZATION IS INDEXED          01110000
                                       ACCESS IS DYNAMIC                01120000
                                       RECORD KEY IS QUOTE-KEY          01130000
                                       FILE STATUS IS WS-QUOTE-STATUS.  01140000
                                                                        01150000
           SELECT VSAM-CLAIM           ASSIGN TO VCLAIM                 01160000
                                       ORGANIZATION IS INDEXED          01170000
                                       ACCESS IS DYNAMIC                01180000
                                       RECORD KEY IS CLAIM-KEY          01190000
                                       FILE STATUS IS WS-CLAIM-STATUS.  01200000
                                                                        01210000
           SELECT VSAM-ARBAL           ASSIGN TO VARBAL                 01220000
                                       ORGANIZATION IS INDEXED          01230000
                                       ACCESS IS DYNAMIC                01240000
                                       RECORD KEY IS AR-KEY             01250000
                                       FILE STATUS IS WS-ARBAL-STATUS.  01260000
                                                                        01270000
           SELECT VSAM-SECAUD          ASSIGN TO VSECAUD                01280000
                                       ORGANIZATION IS INDEXED          01290000
                                       ACCESS IS RANDOM                 01300000
                                       RECORD KEY IS SEC-AUDIT-KEY      01310000
                                       FILE STATUS IS WS-SECAUD-STATUS. 01320000
           EJECT                                                        01330000
       DATA DIVISION.                                                   01340000
                                                                        01350000
       FILE SECTION.                                                    01360000
                                                                        01370000
       FD  CONTROL-CARD                                                 01380000
           LABEL RECORDS ARE STANDARD                                   01390000
           RECORDING MODE IS F                                          01400000
           RECORD CONTAINS 80 CHARACTERS                                01410000
           BLOCK CONTAINS 27920 CHARACTERS.                             01420000
                                                                        01430000
       01  CONTROL-CARD-REC            PIC X(80).                       01440000
                                                                        01450000
       FD  ERASE-PRINT                                                  01460000
           LABEL RECORDS ARE STANDARD                                   01470000
           RECORDING MODE IS F                                          01480000
           RECORD CONTAINS 132 CHARACTERS.                              01490000
                                                                        01500000
       01  ERASE-PRINT-REC             PIC X(132).                      01510000
                                                                        01520000
       FD  VSAM-CUSTOMER                                                01530000
           RECORD CONTAINS 800 CHARACTERS.                              01540000
                                                                        01550000
           COPY VCUSTOMR.                                               01560000
                                                                        01570000
       FD  VSAM-SHIP-TO                                                 01580000
           RECORD CONTAINS 320 CHARACTERS.                              01590000
                                                                        01600000
           COPY VSHIPTO.                                                01610000
                                                                        01620000
       FD  VSAM-ORDER-SHIP-TO                                           01630000
           RECORD CONTAINS 320 CHARACTERS.                              01640000
                                                                        01650000
           COPY VORDSHIP.                                               01660000
                                                                        01670000
       FD  VSAM-ORDER-NOTE                                              01680000
           RECORD CONTAINS 96 CHARACTERS.                               01690000
                                                                        01700000
           COPY VORDNOTE.                                               01710000
                                                                        01720000
       FD  VSAM-QUOTE                                                   01730000
           RECORD CONTAINS 160 CHARACTERS.                              01740000
                                                                        01750000
           COPY VQUOTE.                                                 01760000
                                                                        01770000
       FD  VSAM-CLAIM                                                   01780000
           RECORD CONTAINS 160 CHARACTERS.                              01790000
                                                                        01800000
           COPY VCLAIM.                                                 01810000
                                                                        01820000
       FD  VSAM-ARBAL                                                   01830000
           RECORD CONTAINS 128 CHARACTERS.                              01840000
                                                                        01850000
           COPY VARBAL.                                                 01860000
                                                                        01870000
       FD  VSAM-SECAUD                                                  01880000
           RECORD CONTAINS 100 CHARACTERS.                              01890000
                                                                        01900000
           COPY VSECAUD.                                                01910000
           EJECT                                                        01920000
       WORKING-STORAGE SECTION.                                         01930000
                                                                        01940000
      ***************************************************************** 01950000
      *    SWITCHES                                                   * 01960000
      ***************************************************************** 01970000
                                                                        01980000
       01  WS-SWITCHES.                                                 01990000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             02000000
               88  END-OF-PROCESS                VALUE 'Y'.             02010000
           05  WS-END-OF-DB-SW         PIC X     VALUE 'N'.             02020000
               88  END-OF-DB                     VALUE 'Y'.             02030000
           05  WS-REFUSED-SW           PIC X     VALUE 'N'.             02040000
               88  ERASURE-REFUSED               VALUE 'Y'.             02050000
                                                                        02060000
      ***************************************************************** 02070000
      *    A FILE FOUND EMPTY AT OPEN HOLDS NOTHING FOR THE CUSTOMER  * 02080000
      *    AND IS NOT BROWSED                                         * 02090000
      ***************************************************************** 02100000
                                                                        02110000
           05  WS-SHIPTO-EMPTY-SW      PIC X     VALUE 'N'.             02120000
               88  SHIPTO-FILE-EMPTY             VALUE 'Y'.             02130000
           05  WS-OSHIP-EMPTY-SW       PIC X     VALUE 'N'.             02140000
               88  OSHIP-FILE-EMPTY              VALUE 'Y'.             02150000
           05  WS-NOTE-EMPTY-SW        PIC X     VALUE 'N'.             02160000
               88  NOTE-FILE-EMPTY               VALUE 'Y'.             02170000
           05  WS-QUOTE-EMPTY-SW       PIC X     VALUE 'N'.             02180000
               88  QUOTE-FILE-EMPTY              VALUE 'Y'.             02190000
           05  WS-CLAIM-EMPTY-SW       PIC X     VALUE 'N'.             02200000
               88  CLAIM-FILE-EMPTY              VALUE 'Y'.             02210000
           05  WS-ARBAL-EMPTY-SW       PIC X     VALUE 'N'.             02220000
               88  ARBAL-FILE-EMPTY              VALUE 'Y'.             02230000
           EJECT                                                        02240000
      ***************************************************************** 02250000
      *    MISCELLANEOUS WORK FIELDS                                  * 02260000
      ***************************************************************** 02270000
                                                                        02280000
       01  WS-MISCELLANEOUS-FIELDS.                                     02290000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          02300000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       02310000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            02320000
           03  WS-SHIPTO-STATUS        PIC XX    VALUE SPACES.          02330000
               88  SHIPTOF-OK                    VALUE '  ' '00'.       02340000
               88  SHIPTOF-NOTFOUND              VALUE '23'.            02350000
               88  SHIPTOF-EMPTY                 VALUE '47' '35'.       02360000
               88  SHIPTOF-END                   VALUE '10'.            02370000
           03  WS-OSHIP-STATUS         PIC XX    VALUE SPACES.          02380000
               88  OSHIPF-OK                     VALUE '  ' '00'.       02390000
               88  OSHIPF-NOTFOUND               VALUE '23'.            02400000
               88  OSHIPF-EMPTY                  VALUE '47' '35'.       02410000
           03  WS-NOTE-STATUS          PIC XX    VALUE SPACES.          02420000
               88  NOTEF-OK                      VALUE '  ' '00'.       02430000
               88  NOTEF-NOTFOUND                VALUE '23'.            02440000
               88  NOTEF-EMPTY                   VALUE '47' '35'.       02450000
               88  NOTEF-END                     VALUE '10'.            02460000
           03  WS-QUOTE-STATUS         PIC XX    VALUE SPACES.          02470000
               88  QUOTEF-OK                     VALUE '  ' '00'.       02480000
               88  QUOTEF-NOTFOUND               VALUE '23'.            02490000
               88  QUOTEF-EMPTY                  VALUE '47' '35'.       02500000
               88  QUOTEF-END                    VALUE '10'.            02510000
           03  WS-CLAIM-STATUS         PIC XX    VALUE SPACES.          02520000
               88  CLAIMF-OK                     VALUE '  ' '00'.       02530000
               88  CLAIMF-NOTFOUND               VALUE '23'.            02540000
               88  CLAIMF-EMPTY                  VALUE '47' '35'.       02550000
               88  CLAIMF-END                    VALUE '10'.            02560000
           03  WS-ARBAL-STATUS         PIC XX    VALUE SPACES.          02570000
               88  ARBALF-OK                     VALUE '  ' '00'.       02580000
               88  ARBALF-NOTFOUND               VALUE '23'.            02590000
               88  ARBALF-EMPTY                  VALUE '47' '35'.       02600000
               88  ARBALF-END                    VALUE '10'.            02610000
           03  WS-SECAUD-STATUS        PIC XX    VALUE SPACES.          02620000
               88  SECAUDF-OK                    VALUE '  ' '00'.       02630000
               88  SECAUDF-DUPLICATE             VALUE '22'.            02640000
               88  SECAUDF-EMPTY                 VALUE '47' '35'.       02650000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          02660000
               88  OP-GOOD-RETURN                VALUE '  '.            02670000
               88  OP-END-OF-DATABASE            VALUE 'GB'.            02680000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            02690000
           03  WS-ERASURES-DONE        PIC S9(5) VALUE +0       COMP-3. 02700000
           03  WS-ERASURES-REFUSED     PIC S9(5) VALUE +0       COMP-3. 02710000
           03  WS-CARDS-REJECTED       PIC S9(5) VALUE +0       COMP-3. 02720000
           03  WS-RECORDS-ERASED       PIC S9(7) VALUE +0       COMP-3. 02730000
           03  WS-CARD-ERASED          PIC S9(7) VALUE +0       COMP-3. 02740000
           03  WS-CARD-PREVIOUS        PIC S9(7) VALUE +0       COMP-3. 02750000
           03  WS-CARD-REVIEWED        PIC S9(7) VALUE +0       COMP-3. 02760000
           03  WS-CARD-BLOCKING        PIC S9(7) VALUE +0       COMP-3. 02770000
           03  WS-AUDIT-DATE           PIC 9(8)  VALUE ZEROES.          02780000
           03  WS-AUDIT-TIME           PIC X(8)  VALUE SPACES.          02790000
           03  WS-AUDIT-RESULT         PIC X     VALUE SPACES.          02800000
           03  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.          02810000
                                                                        02820000
      ***************************************************************** 02830000
      *    THE NEUTRAL VALUE WRITTEN OVER EVERY PERSONAL FIELD        * 02840000
      ***************************************************************** 02850000
                                                                        02860000
           03  WS-ERASED-VALUE         PIC X(6)  VALUE 'ERASED'.        02870000
           EJECT                                                        02880000
      ***************************************************************** 02890000
      *    CONTROL CARD AREA                                          * 02900000
      ***************************************************************** 02910000
                                                                        02920000
       01  WS-CONTROL-CARD.                                             02930000
           03  WCC-PREFIX              PIC X(5).                        02940000
           03  FILLER                  PIC X(1).                        02950000
           03  WCC-CUSTOMER-ID         PIC X(32).                       02960000
           03  FILLER                  PIC X(1).                        02970000
           03  WCC-USERID              PIC X(8).                        02980000
           03  FILLER                  PIC X(33).                       02990000
           EJECT                                                        03000000
      ***************************************************************** 03010000
      *    ERASURE CERTIFICATE PRINT LINES                            * 03020000
      ***************************************************************** 03030000
                                                                        03040000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         03050000
                                                                        03060000
       01  WS-PL-HEADER.                                                03070000
           03  FILLER                  PIC X(33) VALUE                  03080000
               'PERSONAL DATA ERASURE CERTIFICATE'.                     03090000
           03  FILLER                  PIC X(07) VALUE '  RUN  '.       03100000
           03  WS-PL-HD-MONTH          PIC XX    VALUE SPACES.          03110000
           03  FILLER                  PIC X     VALUE '/'.             03120000
           03  WS-PL-HD-DAY            PIC XX    VALUE SPACES.          03130000
           03  FILLER                  PIC X     VALUE '/'.             03140000
           03  WS-PL-HD-YEAR           PIC X(4)  VALUE SPACES.          03150000
           03  FILLER                  PIC X(82) VALUE SPACES.          03160000
                                                                        03170000
       01  WS-PL-SUBJECT.                                               03180000
           03  FILLER                  PIC X(07) VALUE 'PREFIX '.       03190000
           03  WS-PL-SJ-PREFIX         PIC X(05) VALUE SPACES.          03200000
           03  FILLER                  PIC X(11) VALUE '  CUSTOMER '.   03210000
           03  WS-PL-SJ-CUSTOMER       PIC X(32) VALUE SPACES.          03220000
           03  FILLER                  PIC X(15) VALUE                  03230000
               '  REQUESTED BY '.                                       03240000
           03  WS-PL-SJ-USERID         PIC X(08) VALUE SPACES.          03250000
           03  FILLER                  PIC X(54) VALUE SPACES.          03260000
                                                                        03270000
       01  WS-PL-COLUMN-HEADER.                                         03280000
           03  FILLER                  PIC X(10) VALUE 'FILE'.          03290000
           03  FILLER                  PIC X(02) VALUE SPACES.          03300000
           03  FILLER                  PIC X(50) VALUE 'RECORD KEY'.    03310000
           03  FILLER                  PIC X(02) VALUE SPACES.          03320000
           03  FILLER                  PIC X(40) VALUE 'DISPOSITION'.   03330000
           03  FILLER                  PIC X(28) VALUE SPACES.          03340000
                                                                        03350000
       01  WS-PL-DETAIL.                                                03360000
           03  WS-PL-DT-FILE           PIC X(10) VALUE SPACES.          03370000
           03  FILLER                  PIC X(02) VALUE SPACES.          03380000
           03  WS-PL-DT-KEY            PIC X(50) VALUE SPACES.          03390000
           03  FILLER                  PIC X(02) VALUE SPACES.          03400000
           03  WS-PL-DT-ACTION         PIC X(40) VALUE SPACES.          03410000
           03  FILLER                  PIC X(28) VALUE SPACES.          03420000
                                                                        03430000
       01  WS-PL-RESULT.                                                03440000
           03  WS-PL-RS-TEXT           PIC X(60) VALUE SPACES.          03450000
           03  FILLER                  PIC X(72) VALUE SPACES.          03460000
                                                                        03470000
       01  WS-PL-COUNT.                                                 03480000
           03  FILLER                  PIC X(02) VALUE SPACES.          03490000
           03  WS-PL-CT-TITLE          PIC X(40) VALUE SPACES.          03500000
           03  WS-PL-CT-COUNT          PIC ZZZ,ZZ9.                     03510000
           03  FILLER                  PIC X(83) VALUE SPACES.          03520000
                                                                        03530000
      ***************************************************************** 03540000
      *    RECORD KEY EDIT AREAS FOR THE DETAIL LINE                  * 03550000
      ***************************************************************** 03560000
                                                                        03570000
       01  WS-KEY-EDIT-AREAS.                                           03580000
           03  WS-KE-ORDER             PIC 9(10) VALUE ZEROES.          03590000
           03  WS-KE-LINE              PIC 9(03) VALUE ZEROES.          03600000
           03  WS-KE-QUOTE             PIC 9(05) VALUE ZEROES.          03610000
           03  WS-KE-CLAIM             PIC 9(09) VALUE ZEROES.          03620000
           EJECT                                                        03630000
      ***************************************************************** 03640000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 03650000
      ***************************************************************** 03660000
                                                                        03670000
       01  WS-GN                       PIC X(4)  VALUE 'GN  '.          03680000
                                                                        03690000
       01  ORDER-SSA-UNQUAL.                                            03700000
           03  FILLER                  PIC X(8)  VALUE 'ORDER'.         03710000
           03  FILLER                  PIC X     VALUE SPACES.          03720000
           EJECT                                                        03730000
      ***************************************************************** 03740000
      *    IMS RECORD AREAS                                           * 03750000
      ***************************************************************** 03760000
                                                                        03770000
           COPY ORDER.                                                  03780000
           EJECT                                                        03790000
      ***************************************************************** 03800000
      *    DISPLAY AREA                                               * 03810000
      ***************************************************************** 03820000
                                                                        03830000
       01  WS-DISPLAY-LINES.                                            03840000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         03850000
           03  WS-DL-LINE.                                              03860000
               05  FILLER         PIC X(01) VALUE '*'.                  03870000
               05  WS-DL-LINE-TEXT                                      03880000
                                  PIC X(78) VALUE SPACES.               03890000
               05  FILLER         PIC X(01) VALUE '*'.                  03900000
           03  WS-DL-TOTAL.                                             03910000
               05  FILLER         PIC X(01) VALUE '*'.                  03920000
               05  FILLER         PIC X(45) VALUE SPACES.               03930000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          03940000
               05  FILLER         PIC X(3)  VALUE ' - '.                03950000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               03960000
               05  FILLER         PIC X(01) VALUE '*'.                  03970000
           EJECT                                                        03980000
      ***************************************************************** 03990000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 04000000
      ***************************************************************** 04010000
                                                                        04020000
           COPY PDAERRWS.                                               04030000
                                                                        04040000
       01  WS-PDA-BATCH-ERROR-01.                                       04050000
           05  FILLER             PIC X     VALUE SPACES.               04060000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             04070000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          04080000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB120'.            04090000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04100000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04110000
                                                                        04120000
       01  WS-PDA-BATCH-ERROR-02.                                       04130000
           05  FILLER             PIC X(8)  VALUE SPACES.               04140000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04150000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04160000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04170000
           EJECT                                                        04180000
      ***************************************************************** 04190000
      *    LINKAGE SECTION                                            * 04200000
      ***************************************************************** 04210000
                                                                        04220000
       LINKAGE SECTION.                                                 04230000
                                                                        04240000
      ****************************************************************  04250000
      *****  I-O PCB                                                    04260000
      ****************************************************************  04270000
                                                                        04280000
       01  IO-PCB.                                                      04290000
           05  FILLER                  PIC X(10) VALUE SPACES.          04300000
           05  IO-STATUS               PIC XX    VALUE SPACES.          04310000
           05  FILLER                  PIC X(20) VALUE SPACES.          04320000
                                                                        04330000
      ****************************************************************  04340000
      *****  ORDER1DB PCB (CICS PATH)                                   04350000
      ****************************************************************  04360000
                                                                        04370000
           COPY PCBORDER.                                               04380000
                                                                        04390000
      ****************************************************************  04400000
      *****  ORDER2DB PCB (IMS/DC PATH) - SAME MASK SHAPE AS PCBORDER   04410000
      ****************************************************************  04420000
                                                                        04430000
       01  ORDER2-PCB.                                                  04440000
           05  OP2-DBDNAME             PIC X(8)  VALUE SPACES.          04450000
           05  OP2-SEG-LEVEL           PIC XX    VALUE SPACES.          04460000
           05  OP2-STATUS              PIC XX    VALUE SPACES.          04470000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04480000
           05  OP2-SEG-NAME            PIC X(8)  VALUE SPACES.          04490000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04500000
           05  OP2-FEEDBACK-AREA       PIC X(80) VALUE SPACES.          04510000
           EJECT                                                        04520000
      ***************************************************************** 04530000
      *    P R O C E D U R E    D I V I S I O N                       * 04540000
      ***************************************************************** 04550000
                                                                        04560000
       PROCEDURE DIVISION.                                              04570000
                                                                        04580000
      ***************************************************************** 04590000
      *                                                               * 04600000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04610000
      *                                                               * 04620000
      *    FUNCTION :  PROGRAM ENTRY.  PROCESS EVERY ERASURE CONTROL  * 04630000
      *                CARD AND PRINT THE ENDING COUNTS               * 04640000
      *                                                               * 04650000
      *    CALLED BY:  NONE                                           * 04660000
      *                                                               * 04670000
      ***************************************************************** 04680000
                                                                        04690000
       P00000-MAINLINE.                                                 04700000
                                                                        04710000
           ENTRY 'DLITCBL' USING                                        04720000
                           IO-PCB                                       04730000
                           ORDER-PCB                                    04740000
                           ORDER2-PCB.                                  04750000
                                                                        04760000
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.              04770000
           MOVE WS-CURRENT-STAMP(1:8) TO WS-AUDIT-DATE.                 04780000
                                                                        04790000
      ***************************************************************** 04800000
      *    THE AUDIT TIME CARRIES THE SAME HH:MM:SS FORM PDAS08       * 04810000
      *    STAMPS, SO THE SECURITY AUDIT FILE SORTS CONSISTENTLY      * 04820000
      ***************************************************************** 04830000
                                                                        04840000
           MOVE SPACES TO WS-AUDIT-TIME.                                04850000
           STRING WS-CURRENT-STAMP(9:2) ':'                             04860000
                  WS-CURRENT-STAMP(11:2) ':'                            04870000
                  WS-CURRENT-STAMP(13:2)                                04880000
               DELIMITED BY SIZE INTO WS-AUDIT-TIME.                    04890000
                                                                        04900000
           MOVE WS-CURRENT-STAMP(1:4) TO WS-PL-HD-YEAR.                 04910000
           MOVE WS-CURRENT-STAMP(5:2) TO WS-PL-HD-MONTH.                04920000
           MOVE WS-CURRENT-STAMP(7:2) TO WS-PL-HD-DAY.                  04930000
                                                                        04940000
           DISPLAY ' '.                                                 04950000
           DISPLAY WS-DL-ASTERISK.                                      04960000
           MOVE '  PDAB120 - CUSTOMER PERSONAL DATA ERASURE'            04970000
               TO WS-DL-LINE-TEXT.                                      04980000
           DISPLAY WS-DL-LINE.                                          04990000
           DISPLAY WS-DL-ASTERISK.                                      05000000
           DISPLAY ' '.                                                 05010000
                                                                        05020000
           OPEN INPUT CONTROL-CARD.                                     05030000
           OPEN OUTPUT ERASE-PRINT.                                     05040000
                                                                        05050000
           PERFORM P01000-OPEN-FILES THRU P01000-EXIT.                  05060000
                                                                        05070000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 05080000
               UNTIL END-OF-PROCESS.                                    05090000
                                                                        05100000
           CLOSE CONTROL-CARD                                           05110000
                 ERASE-PRINT                                            05120000
                 VSAM-CUSTOMER                                          05130000
                 VSAM-SECAUD.                                           05140000
                                                                        05150000
           IF NOT SHIPTO-FILE-EMPTY                                     05160000
               CLOSE VSAM-SHIP-TO                                       05170000
           END-IF.                                                      05180000
                                                                        05190000
           IF NOT OSHIP-FILE-EMPTY                                      05200000
               CLOSE VSAM-ORDER-SHIP-TO                                 05210000
           END-IF.                                                      05220000
                                                                        05230000
           IF NOT NOTE-FILE-EMPTY                                       05240000
               CLOSE VSAM-ORDER-NOTE                                    05250000
           END-IF.                                                      05260000
                                                                        05270000
           IF NOT QUOTE-FILE-EMPTY                                      05280000
               CLOSE VSAM-QUOTE                                         05290000
           END-IF.                                                      05300000
                                                                        05310000
           IF NOT CLAIM-FILE-EMPTY                                      05320000
               CLOSE VSAM-CLAIM                                         05330000
           END-IF.                                                      05340000
                                                                        05350000
           IF NOT ARBAL-FILE-EMPTY                                      05360000
               CLOSE VSAM-ARBAL                                         05370000
           END-IF.                                                      05380000
                                                                        05390000
           DISPLAY ' '.                                                 05400000
           DISPLAY WS-DL-ASTERISK.                                      05410000
                                                                        05420000
           MOVE 'ERASURES COMPLETED' TO WS-DL-T-TITLE.                  05430000
           MOVE WS-ERASURES-DONE TO WS-DL-T-CNT.                        05440000
           DISPLAY WS-DL-TOTAL.                                         05450000
                                                                        05460000
           MOVE 'ERASURES REFUSED' TO WS-DL-T-TITLE.                    05470000
           MOVE WS-ERASURES-REFUSED TO WS-DL-T-CNT.                     05480000
           DISPLAY WS-DL-TOTAL.                                         05490000
                                                                        05500000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      05510000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       05520000
           DISPLAY WS-DL-TOTAL.                                         05530000
                                                                        05540000
           MOVE 'RECORDS ANONYMIZED' TO WS-DL-T-TITLE.                  05550000
           MOVE WS-RECORDS-ERASED TO WS-DL-T-CNT.                       05560000
           DISPLAY WS-DL-TOTAL.                                         05570000
                                                                        05580000
           DISPLAY WS-DL-ASTERISK.                                      05590000
           DISPLAY ' '.                                                 05600000
                                                                        05610000
           GOBACK.                                                      05620000
                                                                        05630000
       P00000-EXIT.                                                     05640000
           EXIT.                                                        05650000
           EJECT                                                        05660000
      ***************************************************************** 05670000
      *                                                               * 05680000
      *    PARAGRAPH:  P01000-OPEN-FILES                              * 05690000
      *                                                               * 05700000
      *    FUNCTION :  OPEN THE VSAM FILES.  THE CUSTOMER FILE MUST   * 05710000
      *                BE PRESENT; ANY OTHER FILE FOUND EMPTY IS      * 05720000
      *                FLAGGED AND NOT BROWSED                        * 05730000
      *                                                               * 05740000
      *    CALLED BY:  P00000-MAINLINE                                * 05750000
      *                                                               * 05760000
      ***************************************************************** 05770000
                                                                        05780000
       P01000-OPEN-FILES.                                               05790000
                                                                        05800000
           OPEN I-O VSAM-CUSTOMER.                                      05810000
                                                                        05820000
           IF NOT CUSTOMER-OK                                           05830000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         05840000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              05850000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          05860000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05870000
           END-IF.                                                      05880000
                                                                        05890000
           OPEN I-O VSAM-SECAUD.                                        05900000
                                                                        05910000
           IF NOT SECAUDF-OK AND NOT SECAUDF-EMPTY                      05920000
               MOVE 'OPEN SECURITY AUDIT FAILED' TO WPBE-MESSAGE        05930000
               MOVE WS-SECAUD-STATUS TO WPBE-FILE-STATUS                05940000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          05950000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05960000
           END-IF.                                                      05970000
                                                                        05980000
           OPEN I-O VSAM-SHIP-TO.                                       05990000
                                                                        06000000
           IF SHIPTOF-EMPTY                                             06010000
               MOVE 'Y' TO WS-SHIPTO-EMPTY-SW                           06020000
           END-IF.                                                      06030000
                                                                        06040000
           IF NOT SHIPTOF-OK AND NOT SHIPTOF-EMPTY                      06050000
               MOVE 'OPEN SHIP-TO FILE FAILED' TO WPBE-MESSAGE          06060000
               MOVE WS-SHIPTO-STATUS TO WPBE-FILE-STATUS                06070000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          06080000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06090000
           END-IF.                                                      06100000
                                                                        06110000
           OPEN I-O VSAM-ORDER-SHIP-TO.                                 06120000
                                                                        06130000
           IF OSHIPF-EMPTY                                              06140000
               MOVE 'Y' TO WS-OSHIP-EMPTY-SW                            06150000
           END-IF.                                                      06160000
                                                                        06170000
           IF NOT OSHIPF-OK AND NOT OSHIPF-EMPTY                        06180000
               MOVE 'OPEN ORDER SHIP-TO FAILED' TO WPBE-MESSAGE         06190000
               MOVE WS-OSHIP-STATUS TO WPBE-FILE-STATUS                 06200000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          06210000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06220000
           END-IF.                                                      06230000
                                                                        06240000
           OPEN I-O VSAM-ORDER-NOTE.                                    06250000
                                                                        06260000
           IF NOTEF-EMPTY                                               06270000
               MOVE 'Y' TO WS-NOTE-EMPTY-SW                             06280000
           END-IF.                                                      06290000
                                                                        06300000
           IF NOT NOTEF-OK AND NOT NOTEF-EMPTY                          06310000
               MOVE 'OPEN ORDER NOTES FAILED' TO WPBE-MESSAGE           06320000
               MOVE WS-NOTE-STATUS TO WPBE-FILE-STATUS                  06330000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          06340000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06350000
           END-IF.                                                      06360000
                                                                        06370000
           OPEN INPUT VSAM-QUOTE.                                       06380000
                                                                        06390000
           IF QUOTEF-EMPTY                                              06400000
               MOVE 'Y' TO WS-QUOTE-EMPTY-SW                            06410000
           END-IF.                                                      06420000
                                                                        06430000
           IF NOT QUOTEF-OK AND NOT QUOTEF-EMPTY                        06440000
               MOVE 'OPEN QUOTE FILE FAILED' TO WPBE-MESSAGE            06450000
               MOVE WS-QUOTE-STATUS TO WPBE-FILE-STATUS                 06460000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          06470000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06480000
           END-IF.                                                      06490000
                                                                        06500000
           OPEN INPUT VSAM-CLAIM.                                       06510000
                                                                        06520000
           IF CLAIMF-EMPTY                                              06530000
               MOVE 'Y' TO WS-CLAIM-EMPTY-SW                            06540000
           END-IF.                                                      06550000
                                                                        06560000
           IF NOT CLAIMF-OK AND NOT CLAIMF-EMPTY                        06570000
               MOVE 'OPEN CLAIM FILE FAILED' TO WPBE-MESSAGE            06580000
               MOVE WS-CLAIM-STATUS TO WPBE-FILE-STATUS                 06590000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          06600000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06610000
           END-IF.                                                      06620000
                                                                        06630000
           OPEN INPUT VSAM-ARBAL.                                       06640000
                                                                        06650000
           IF ARBALF-EMPTY                                              06660000
               MOVE 'Y' TO WS-ARBAL-EMPTY-SW                            06670000
           END-IF.                                                      06680000
                                                                        06690000
           IF NOT ARBALF-OK AND NOT ARBALF-EMPTY                        06700000
               MOVE 'OPEN AR OPEN ITEM FILE FAILED' TO WPBE-MESSAGE     06710000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 06720000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          06730000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06740000
           END-IF.                                                      06750000
                                                                        06760000
       P01000-EXIT.                                                     06770000
           EXIT.                                                        06780000
           EJECT                                                        06790000
      ***************************************************************** 06800000
      *                                                               * 06810000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 06820000
      *                                                               * 06830000
      *    FUNCTION :  READ AND VALIDATE THE NEXT ERASURE CARD,       * 06840000
      *                REFUSE IT WHILE THE CUSTOMER HAS OPEN AR OR    * 06850000
      *                AN OPEN CLAIM, OTHERWISE DRIVE THE ERASURE,    * 06860000
      *                AND RECORD THE OUTCOME ON THE SECURITY AUDIT   * 06870000
      *                FILE AND THE CERTIFICATE                       * 06880000
      *                                                               * 06890000
      *    CALLED BY:  P00000-MAINLINE                                * 06900000
      *                                                               * 06910000
      ***************************************************************** 06920000
                                                                        06930000
       P10000-PROCESS-CARD.                                             06940000
                                                                        06950000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       06960000
               AT END                                                   06970000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     06980000
                   GO TO P10000-EXIT.                                   06990000
                                                                        07000000
           IF WCC-PREFIX NOT NUMERIC                                    07010000
              OR WCC-CUSTOMER-ID = SPACES                               07020000
               MOVE '  CARD REJECTED - PREFIX OR CUSTOMER ID MISSING'   07030000
                   TO WS-DL-LINE-TEXT                                   07040000
               DISPLAY WS-DL-LINE                                       07050000
               ADD +1 TO WS-CARDS-REJECTED                              07060000
               GO TO P10000-EXIT                                        07070000
           END-IF.                                                      07080000
                                                                        07090000
           MOVE WCC-PREFIX TO CUSTOMER-PRE.                             07100000
           MOVE WCC-CUSTOMER-ID TO CUSTOMER-ID.                         07110000
                                                                        07120000
           READ VSAM-CUSTOMER.                                          07130000
                                                                        07140000
           IF CUSTOMER-NOTFOUND                                         07150000
               MOVE '  CARD REJECTED - CUSTOMER NOT FOUND'              07160000
                   TO WS-DL-LINE-TEXT                                   07170000
               DISPLAY WS-DL-LINE                                       07180000
               ADD +1 TO WS-CARDS-REJECTED                              07190000
               GO TO P10000-EXIT                                        07200000
           END-IF.                                                      07210000
                                                                        07220000
           IF NOT CUSTOMER-OK                                           07230000
               MOVE 'READ CUSTOMER FILE FAILED' TO WPBE-MESSAGE         07240000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              07250000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07260000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07270000
           END-IF.                                                      07280000
                                                                        07290000
           MOVE ZEROES TO WS-CARD-ERASED                                07300000
                          WS-CARD-PREVIOUS                              07310000
                          WS-CARD-REVIEWED                              07320000
                          WS-CARD-BLOCKING.                             07330000
           MOVE 'N' TO WS-REFUSED-SW.                                   07340000
                                                                        07350000
           MOVE WCC-PREFIX TO WS-PL-SJ-PREFIX.                          07360000
           MOVE WCC-CUSTOMER-ID TO WS-PL-SJ-CUSTOMER.                   07370000
           MOVE WCC-USERID TO WS-PL-SJ-USERID.                          07380000
                                                                        07390000
           WRITE ERASE-PRINT-REC FROM WS-PL-HEADER.                     07400000
           WRITE ERASE-PRINT-REC FROM WS-PL-SUBJECT.                    07410000
           WRITE ERASE-PRINT-REC FROM WS-PL-BLANK.                      07420000
           WRITE ERASE-PRINT-REC FROM WS-PL-COLUMN-HEADER.              07430000
           WRITE ERASE-PRINT-REC FROM WS-PL-BLANK.                      07440000
                                                                        07450000
      ***************************************************************** 07460000
      *    AN OPEN BALANCE OR AN OPEN CLAIM STILL NEEDS THE PERSON'S  * 07470000
      *    DETAILS -- THE ERASURE IS REFUSED AND NOTHING IS CHANGED   * 07480000
      ***************************************************************** 07490000
                                                                        07500000
           PERFORM P20000-CHECK-AR THRU P20000-EXIT.                    07510000
           PERFORM P25000-CHECK-CLAIMS THRU P25000-EXIT.                07520000
                                                                        07530000
           IF ERASURE-REFUSED                                           07540000
               MOVE 'F' TO WS-AUDIT-RESULT                              07550000
               PERFORM P17000-WRITE-AUDIT THRU P17000-EXIT              07560000
               ADD +1 TO WS-ERASURES-REFUSED                            07570000
               MOVE 'ERASURE REFUSED - OPEN AR BALANCE OR OPEN CLAIM'   07580000
                   TO WS-PL-RS-TEXT                                     07590000
               PERFORM P18000-PRINT-RESULT THRU P18000-EXIT             07600000
               MOVE '  ERASURE REFUSED - OPEN AR BALANCE OR OPEN CLAIM' 07610000
                   TO WS-DL-LINE-TEXT                                   07620000
               DISPLAY WS-DL-LINE                                       07630000
               GO TO P10000-EXIT                                        07640000
           END-IF.                                                      07650000
                                                                        07660000
           PERFORM P30000-ERASE-CUSTOMER THRU P30000-EXIT.              07670000
           PERFORM P40000-ERASE-SHIP-TO THRU P40000-EXIT.               07680000
           PERFORM P50000-ERASE-ORDER1 THRU P50000-EXIT.                07690000
           PERFORM P55000-ERASE-ORDER2 THRU P55000-EXIT.                07700000
           PERFORM P70000-REVIEW-QUOTES THRU P70000-EXIT.               07710000
           PERFORM P75000-REVIEW-CLAIMS THRU P75000-EXIT.               07720000
                                                                        07730000
           ADD +1 TO WS-ERASURES-DONE.                                  07740000
           ADD WS-CARD-ERASED TO WS-RECORDS-ERASED.                     07750000
                                                                        07760000
      ***************************************************************** 07770000
      *    RECORD THE ERASURE ON THE SECURITY AUDIT TRAIL UNDER THE   * 07780000
      *    REQUESTING USERID                                          * 07790000
      ***************************************************************** 07800000
                                                                        07810000
           MOVE 'S' TO WS-AUDIT-RESULT.                                 07820000
           PERFORM P17000-WRITE-AUDIT THRU P17000-EXIT.                 07830000
                                                                        07840000
           MOVE 'ERASURE COMPLETED' TO WS-PL-RS-TEXT.                   07850000
           PERFORM P18000-PRINT-RESULT THRU P18000-EXIT.                07860000
                                                                        07870000
           MOVE '  ERASURE COMPLETED' TO WS-DL-LINE-TEXT.               07880000
           DISPLAY WS-DL-LINE.                                          07890000
                                                                        07900000
       P10000-EXIT.                                                     07910000
           EXIT.                                                        07920000
           EJECT                                                        07930000
      ***************************************************************** 07940000
      *                                                               * 07950000
      *    PARAGRAPH:  P17000-WRITE-AUDIT                             * 07960000
      *                                                               * 07970000
      *    FUNCTION :  WRITE THE ERASURE, DONE OR REFUSED, TO THE     * 07980000
      *                SECURITY AUDIT FILE UNDER THE CARD'S           * 07990000
      *                REQUESTING USERID, BUMPING THE SEQUENCE ON A   * 08000000
      *                DUPLICATE KEY                                  * 08010000
      *                                                               * 08020000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 08030000
      *                                                               * 08040000
      ***************************************************************** 08050000
                                                                        08060000
       P17000-WRITE-AUDIT.                                              08070000
                                                                        08080000
           MOVE SPACES TO SEC-AUDIT-RECORD.                             08090000
           MOVE WS-AUDIT-DATE TO SEC-AUDIT-DATE.                        08100000
           MOVE WS-AUDIT-TIME TO SEC-AUDIT-TIME.                        08110000
           MOVE ZEROES TO SEC-AUDIT-SEQ.                                08120000
                                                                        08130000
           IF WCC-USERID > SPACES                                       08140000
               MOVE WCC-USERID TO SEC-AUDIT-USERID                      08150000
           ELSE                                                         08160000
               MOVE 'PDAB120' TO SEC-AUDIT-USERID                       08170000
           END-IF.                                                      08180000
                                                                        08190000
           MOVE 'BTCH' TO SEC-AUDIT-TERMID.                             08200000
           MOVE 'CUSTERASE' TO SEC-AUDIT-ACTION.                        08210000
           MOVE WCC-CUSTOMER-ID TO SEC-AUDIT-TARGET.                    08220000
           MOVE WS-AUDIT-RESULT TO SEC-AUDIT-RESULT.                    08230000
                                                                        08240000
       P17000-WRITE.                                                    08250000
                                                                        08260000
           WRITE SEC-AUDIT-RECORD.                                      08270000
                                                                        08280000
           IF SECAUDF-DUPLICATE                                         08290000
               IF SEC-AUDIT-SEQ < 998                                   08300000
                   ADD 1 TO SEC-AUDIT-SEQ                               08310000
                   GO TO P17000-WRITE                                   08320000
               END-IF                                                   08330000
           END-IF.                                                      08340000
                                                                        08350000
           IF NOT SECAUDF-OK                                            08360000
               MOVE 'WRITE SECURITY AUDIT FAILED' TO WPBE-MESSAGE       08370000
               MOVE WS-SECAUD-STATUS TO WPBE-FILE-STATUS                08380000
               MOVE 'P17000' TO WPBE-PARAGRAPH                          08390000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08400000
           END-IF.                                                      08410000
                                                                        08420000
       P17000-EXIT.                                                     08430000
           EXIT.                                                        08440000
           EJECT                                                        08450000
      ***************************************************************** 08460000
      *                                                               * 08470000
      *    PARAGRAPH:  P18000-PRINT-RESULT                            * 08480000
      *                                                               * 08490000
      *    FUNCTION :  CLOSE THE CUSTOMER'S CERTIFICATE WITH THE      * 08500000
      *                OUTCOME AND THE RECORD COUNTS                  * 08510000
      *                                                               * 08520000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 08530000
      *                                                               * 08540000
      ***************************************************************** 08550000
                                                                        08560000
       P18000-PRINT-RESULT.                                             08570000
                                                                        08580000
           WRITE ERASE-PRINT-REC FROM WS-PL-BLANK.                      08590000
           WRITE ERASE-PRINT-REC FROM WS-PL-RESULT.                     08600000
                                                                        08610000
           MOVE 'RECORDS ANONYMIZED' TO WS-PL-CT-TITLE.                 08620000
           MOVE WS-CARD-ERASED TO WS-PL-CT-COUNT.                       08630000
           WRITE ERASE-PRINT-REC FROM WS-PL-COUNT.                      08640000
                                                                        08650000
           MOVE 'RECORDS PREVIOUSLY ANONYMIZED' TO WS-PL-CT-TITLE.      08660000
           MOVE WS-CARD-PREVIOUS TO WS-PL-CT-COUNT.                     08670000
           WRITE ERASE-PRINT-REC FROM WS-PL-COUNT.                      08680000
                                                                        08690000
           MOVE 'RECORDS REVIEWED - NO PERSONAL FIELDS' TO              08700000
               WS-PL-CT-TITLE.                                          08710000
           MOVE WS-CARD-REVIEWED TO WS-PL-CT-COUNT.                     08720000
           WRITE ERASE-PRINT-REC FROM WS-PL-COUNT.                      08730000
                                                                        08740000
           MOVE 'OPEN ITEMS BLOCKING ERASURE' TO WS-PL-CT-TITLE.        08750000
           MOVE WS-CARD-BLOCKING TO WS-PL-CT-COUNT.                     08760000
           WRITE ERASE-PRINT-REC FROM WS-PL-COUNT.                      08770000
                                                                        08780000
           WRITE ERASE-PRINT-REC FROM WS-PL-BLANK.                      08790000
           WRITE ERASE-PRINT-REC FROM WS-PL-BLANK.                      08800000
                                                                        08810000
       P18000-EXIT.                                                     08820000
           EXIT.                                                        08830000
           EJECT                                                        08840000
      ***************************************************************** 08850000
      *                                                               * 08860000
      *    PARAGRAPH:  P19000-PRINT-DETAIL                            * 08870000
      *                                                               * 08880000
      *    FUNCTION :  PRINT ONE RECORD TOUCHED ON THE CERTIFICATE    * 08890000
      *                                                               * 08900000
      *    CALLED BY:  VARIOUS                                        * 08910000
      *                                                               * 08920000
      ***************************************************************** 08930000
                                                                        08940000
       P19000-PRINT-DETAIL.                                             08950000
                                                                        08960000
           WRITE ERASE-PRINT-REC FROM WS-PL-DETAIL.                     08970000
                                                                        08980000
           MOVE SPACES TO WS-PL-DT-FILE                                 08990000
                          WS-PL-DT-KEY                                  09000000
                          WS-PL-DT-ACTION.                              09010000
                                                                        09020000
       P19000-EXIT.                                                     09030000
           EXIT.                                                        09040000
           EJECT                                                        09050000
      ***************************************************************** 09060000
      *                                                               * 09070000
      *    PARAGRAPH:  P20000-CHECK-AR                                * 09080000
      *                                                               * 09090000
      *    FUNCTION :  BROWSE THE CUSTOMER'S AR OPEN ITEMS.  AN OPEN  * 09100000
      *                ITEM WITH A BALANCE DUE BLOCKS THE ERASURE     * 09110000
      *                                                               * 09120000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 09130000
      *                                                               * 09140000
      ***************************************************************** 09150000
                                                                        09160000
       P20000-CHECK-AR.                                                 09170000
                                                                        09180000
           IF ARBAL-FILE-EMPTY                                          09190000
               GO TO P20000-EXIT                                        09200000
           END-IF.                                                      09210000
                                                                        09220000
           MOVE WCC-PREFIX TO AR-PRE.                                   09230000
           MOVE WCC-CUSTOMER-ID TO AR-CUSTOMER-ID.                      09240000
           MOVE ZEROES TO AR-ORDER-NUMBER.                              09250000
                                                                        09260000
           START VSAM-ARBAL                                             09270000
               KEY NOT LESS THAN AR-KEY.                                09280000
                                                                        09290000
           IF ARBALF-NOTFOUND OR ARBALF-END                             09300000
               GO TO P20000-EXIT                                        09310000
           END-IF.                                                      09320000
                                                                        09330000
           IF NOT ARBALF-OK                                             09340000
               MOVE 'START AR OPEN ITEM FAILED' TO WPBE-MESSAGE         09350000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 09360000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          09370000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09380000
           END-IF.                                                      09390000
                                                                        09400000
       P20000-NEXT-ITEM.                                                09410000
                                                                        09420000
           READ VSAM-ARBAL NEXT.                                        09430000
                                                                        09440000
           IF ARBALF-END                                                09450000
               GO TO P20000-EXIT                                        09460000
           END-IF.                                                      09470000
                                                                        09480000
           IF NOT ARBALF-OK                                             09490000
               MOVE 'READ NEXT AR OPEN ITEM FAILED' TO WPBE-MESSAGE     09500000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 09510000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          09520000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09530000
           END-IF.                                                      09540000
                                                                        09550000
           IF AR-PRE NOT = WCC-PREFIX                                   09560000
              OR AR-CUSTOMER-ID NOT = WCC-CUSTOMER-ID                   09570000
               GO TO P20000-EXIT                                        09580000
           END-IF.                                                      09590000
                                                                        09600000
           IF AR-OPEN                                                   09610000
              AND AR-BALANCE-DUE NOT = ZEROES                           09620000
               MOVE 'Y' TO WS-REFUSED-SW                                09630000
               ADD +1 TO WS-CARD-BLOCKING                               09640000
               MOVE 'ARBAL' TO WS-PL-DT-FILE                            09650000
               MOVE AR-ORDER-NUMBER TO WS-KE-ORDER                      09660000
               STRING AR-PRE '-' AR-CUSTOMER-ID '-' WS-KE-ORDER         09670000
                   DELIMITED BY SIZE INTO WS-PL-DT-KEY                  09680000
               MOVE 'OPEN BALANCE DUE - BLOCKS ERASURE'                 09690000
                   TO WS-PL-DT-ACTION                                   09700000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             09710000
           END-IF.                                                      09720000
                                                                        09730000
           GO TO P20000-NEXT-ITEM.                                      09740000
                                                                        09750000
       P20000-EXIT.                                                     09760000
           EXIT.                                                        09770000
           EJECT                                                        09780000
      ***************************************************************** 09790000
      *                                                               * 09800000
      *    PARAGRAPH:  P25000-CHECK-CLAIMS                            * 09810000
      *                                                               * 09820000
      *    FUNCTION :  BROWSE THE PREFIX'S CLAIMS.  AN OPEN CLAIM OF  * 09830000
      *                THE CUSTOMER BLOCKS THE ERASURE                * 09840000
      *                                                               * 09850000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 09860000
      *                                                               * 09870000
      ***************************************************************** 09880000
                                                                        09890000
       P25000-CHECK-CLAIMS.                                             09900000
                                                                        09910000
           IF CLAIM-FILE-EMPTY                                          09920000
               GO TO P25000-EXIT                                        09930000
           END-IF.                                                      09940000
                                                                        09950000
      ***************************************************************** 09960000
      *    CLAIM NUMBER ZERO IS THE PREFIX CONTROL RECORD -- START    * 09970000
      *    AT THE FIRST REAL CLAIM                                    * 09980000
      ***************************************************************** 09990000
                                                                        10000000
           MOVE WCC-PREFIX TO CLAIM-PRE.                                10010000
           MOVE 1 TO CLAIM-NUMBER.                                      10020000
                                                                        10030000
           START VSAM-CLAIM                                             10040000
               KEY NOT LESS THAN CLAIM-KEY.                             10050000
                                                                        10060000
           IF CLAIMF-NOTFOUND OR CLAIMF-END                             10070000
               GO TO P25000-EXIT                                        10080000
           END-IF.                                                      10090000
                                                                        10100000
           IF NOT CLAIMF-OK                                             10110000
               MOVE 'START CLAIM FILE FAILED' TO WPBE-MESSAGE           10120000
               MOVE WS-CLAIM-STATUS TO WPBE-FILE-STATUS                 10130000
               MOVE 'P25000' TO WPBE-PARAGRAPH                          10140000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10150000
           END-IF.                                                      10160000
                                                                        10170000
       P25000-NEXT-CLAIM.                                               10180000
                                                                        10190000
           READ VSAM-CLAIM NEXT.                                        10200000
                                                                        10210000
           IF CLAIMF-END                                                10220000
               GO TO P25000-EXIT                                        10230000
           END-IF.                                                      10240000
                                                                        10250000
           IF NOT CLAIMF-OK                                             10260000
               MOVE 'READ NEXT CLAIM FAILED' TO WPBE-MESSAGE            10270000
               MOVE WS-CLAIM-STATUS TO WPBE-FILE-STATUS                 10280000
               MOVE 'P25000' TO WPBE-PARAGRAPH                          10290000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10300000
           END-IF.                                                      10310000
                                                                        10320000
           IF CLAIM-PRE NOT = WCC-PREFIX                                10330000
               GO TO P25000-EXIT                                        10340000
           END-IF.                                                      10350000
                                                                        10360000
           IF CLAIM-CUSTOMER-ID = WCC-CUSTOMER-ID                       10370000
              AND CLAIM-OPEN                                            10380000
               MOVE 'Y' TO WS-REFUSED-SW                                10390000
               ADD +1 TO WS-CARD-BLOCKING                               10400000
               MOVE 'CLAIM' TO WS-PL-DT-FILE                            10410000
               MOVE CLAIM-NUMBER TO WS-KE-CLAIM                         10420000
               STRING CLAIM-PRE '-' WS-KE-CLAIM                         10430000
                   DELIMITED BY SIZE INTO WS-PL-DT-KEY                  10440000
               MOVE 'OPEN CLAIM - BLOCKS ERASURE'                       10450000
                   TO WS-PL-DT-ACTION                                   10460000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             10470000
           END-IF.                                                      10480000
                                                                        10490000
           GO TO P25000-NEXT-CLAIM.                                     10500000
                                                                        10510000
       P25000-EXIT.                                                     10520000
           EXIT.                                                        10530000
           EJECT                                                        10540000
      ***************************************************************** 10550000
      *                                                               * 10560000
      *    PARAGRAPH:  P30000-ERASE-CUSTOMER                          * 10570000
      *                                                               * 10580000
      *    FUNCTION :  ANONYMIZE THE CUSTOMER RECORD'S NAME, ADDRESS, * 10590000
      *                SHIP-TO AND E-MAIL, TURN OFF THE E-MAIL OPT-IN * 10600000
      *                AND MAKE THE CUSTOMER INACTIVE.  THE KEY AND   * 10610000
      *                THE ORDER COUNT, DOLLAR AND CREDIT FIELDS ARE  * 10620000
      *                KEPT                                           * 10630000
      *                                                               * 10640000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 10650000
      *                                                               * 10660000
      ***************************************************************** 10670000
                                                                        10680000
       P30000-ERASE-CUSTOMER.                                           10690000
                                                                        10700000
           MOVE 'CUSTOMER' TO WS-PL-DT-FILE.                            10710000
           STRING CUSTOMER-PRE '-' CUSTOMER-ID                          10720000
               DELIMITED BY SIZE INTO WS-PL-DT-KEY.                     10730000
                                                                        10740000
           IF CUSTOMER-NAME = WS-ERASED-VALUE                           10750000
               ADD +1 TO WS-CARD-PREVIOUS                               10760000
               MOVE 'PREVIOUSLY ANONYMIZED' TO WS-PL-DT-ACTION          10770000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             10780000
               GO TO P30000-EXIT                                        10790000
           END-IF.                                                      10800000
                                                                        10810000
           MOVE WS-ERASED-VALUE TO CUSTOMER-NAME                        10820000
                                   CUSTOMER-ADDRESS                     10830000
                                   CUSTOMER-CITY                        10840000
                                   CUSTOMER-STATE                       10850000
                                   CUSTOMER-POSTAL-CODE                 10860000
                                   CUSTOMER-SHIP-TO-NAME                10870000
                                   CUSTOMER-SHIP-TO-ADDRESS             10880000
                                   CUSTOMER-SHIP-TO-CITY                10890000
                                   CUSTOMER-SHIP-TO-STATE               10900000
                                   CUSTOMER-SHIP-TO-POSTAL-CODE         10910000
                                   CUSTOMER-EMAIL-ADDRESS.              10920000
           MOVE 'N' TO CUSTOMER-EMAIL-OPT-IN-SW.                        10930000
           MOVE 'Y' TO CUSTOMER-INACTIVE-SW.                            10940000
                                                                        10950000
           REWRITE CUSTOMER-RECORD.                                     10960000
                                                                        10970000
           IF NOT CUSTOMER-OK                                           10980000
               MOVE 'REWRITE CUSTOMER FAILED' TO WPBE-MESSAGE           10990000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              11000000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          11010000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11020000
           END-IF.                                                      11030000
                                                                        11040000
           ADD +1 TO WS-CARD-ERASED.                                    11050000
           MOVE 'NAME, ADDRESSES, E-MAIL ANONYMIZED'                    11060000
               TO WS-PL-DT-ACTION.                                      11070000
           PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT.                11080000
                                                                        11090000
       P30000-EXIT.                                                     11100000
           EXIT.                                                        11110000
           EJECT                                                        11120000
      ***************************************************************** 11130000
      *                                                               * 11140000
      *    PARAGRAPH:  P40000-ERASE-SHIP-TO                           * 11150000
      *                                                               * 11160000
      *    FUNCTION :  ANONYMIZE EVERY ENTRY IN THE CUSTOMER'S        * 11170000
      *                SHIP-TO ADDRESS BOOK                           * 11180000
      *                                                               * 11190000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 11200000
      *                                                               * 11210000
      ***************************************************************** 11220000
                                                                        11230000
       P40000-ERASE-SHIP-TO.                                            11240000
                                                                        11250000
           IF SHIPTO-FILE-EMPTY                                         11260000
               GO TO P40000-EXIT                                        11270000
           END-IF.                                                      11280000
                                                                        11290000
           MOVE WCC-PREFIX TO SHIP-TO-PRE.                              11300000
           MOVE WCC-CUSTOMER-ID TO SHIP-TO-CUSTOMER-ID.                 11310000
           MOVE LOW-VALUES TO SHIP-TO-CODE.                             11320000
                                                                        11330000
           START VSAM-SHIP-TO                                           11340000
               KEY NOT LESS THAN SHIP-TO-KEY.                           11350000
                                                                        11360000
           IF SHIPTOF-NOTFOUND OR SHIPTOF-END                           11370000
               GO TO P40000-EXIT                                        11380000
           END-IF.                                                      11390000
                                                                        11400000
           IF NOT SHIPTOF-OK                                            11410000
               MOVE 'START SHIP-TO FILE FAILED' TO WPBE-MESSAGE         11420000
               MOVE WS-SHIPTO-STATUS TO WPBE-FILE-STATUS                11430000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          11440000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11450000
           END-IF.                                                      11460000
                                                                        11470000
       P40000-NEXT-SHIP-TO.                                             11480000
                                                                        11490000
           READ VSAM-SHIP-TO NEXT.                                      11500000
                                                                        11510000
           IF SHIPTOF-END                                               11520000
               GO TO P40000-EXIT                                        11530000
           END-IF.                                                      11540000
                                                                        11550000
           IF NOT SHIPTOF-OK                                            11560000
               MOVE 'READ NEXT SHIP-TO FAILED' TO WPBE-MESSAGE          11570000
               MOVE WS-SHIPTO-STATUS TO WPBE-FILE-STATUS                11580000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          11590000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11600000
           END-IF.                                                      11610000
                                                                        11620000
           IF SHIP-TO-PRE NOT = WCC-PREFIX                              11630000
              OR SHIP-TO-CUSTOMER-ID NOT = WCC-CUSTOMER-ID              11640000
               GO TO P40000-EXIT                                        11650000
           END-IF.                                                      11660000
                                                                        11670000
           MOVE 'SHIPTO' TO WS-PL-DT-FILE.                              11680000
           STRING SHIP-TO-PRE '-' SHIP-TO-CUSTOMER-ID '-'               11690000
                  SHIP-TO-CODE                                          11700000
               DELIMITED BY SIZE INTO WS-PL-DT-KEY.                     11710000
                                                                        11720000
           IF SHIP-TO-NAME = WS-ERASED-VALUE                            11730000
               ADD +1 TO WS-CARD-PREVIOUS                               11740000
               MOVE 'PREVIOUSLY ANONYMIZED' TO WS-PL-DT-ACTION          11750000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             11760000
               GO TO P40000-NEXT-SHIP-TO                                11770000
           END-IF.                                                      11780000
                                                                        11790000
           MOVE WS-ERASED-VALUE TO SHIP-TO-NAME                         11800000
                                   SHIP-TO-ADDRESS                      11810000
                                   SHIP-TO-CITY                         11820000
                                   SHIP-TO-STATE                        11830000
                                   SHIP-TO-POSTAL-CODE.                 11840000
                                                                        11850000
           REWRITE SHIP-TO-RECORD.                                      11860000
                                                                        11870000
           IF NOT SHIPTOF-OK                                            11880000
               MOVE 'REWRITE SHIP-TO FAILED' TO WPBE-MESSAGE            11890000
               MOVE WS-SHIPTO-STATUS TO WPBE-FILE-STATUS                11900000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          11910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11920000
           END-IF.                                                      11930000
                                                                        11940000
           ADD +1 TO WS-CARD-ERASED.                                    11950000
           MOVE 'NAME AND ADDRESS ANONYMIZED' TO WS-PL-DT-ACTION.       11960000
           PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT.                11970000
                                                                        11980000
           GO TO P40000-NEXT-SHIP-TO.                                   11990000
                                                                        12000000
       P40000-EXIT.                                                     12010000
           EXIT.                                                        12020000
           EJECT                                                        12030000
      ***************************************************************** 12040000
      *                                                               * 12050000
      *    PARAGRAPH:  P50000-ERASE-ORDER1                            * 12060000
      *                                                               * 12070000
      *    FUNCTION :  SCAN ORDER1DB AND ERASE THE SHIP-TO SNAPSHOT   * 12080000
      *                AND NOTES OF EVERY ORDER OF THE CUSTOMER       * 12090000
      *                                                               * 12100000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 12110000
      *                                                               * 12120000
      ***************************************************************** 12130000
                                                                        12140000
       P50000-ERASE-ORDER1.                                             12150000
                                                                        12160000
           MOVE 'N' TO WS-END-OF-DB-SW.                                 12170000
                                                                        12180000
           PERFORM P51000-GN-ORDER1 THRU P51000-EXIT                    12190000
               UNTIL END-OF-DB.                                         12200000
                                                                        12210000
       P50000-EXIT.                                                     12220000
           EXIT.                                                        12230000
           EJECT                                                        12240000
      ***************************************************************** 12250000
      *                                                               * 12260000
      *    PARAGRAPH:  P51000-GN-ORDER1                               * 12270000
      *                                                               * 12280000
      *    FUNCTION :  GET THE NEXT ORDER1DB ROOT AND ERASE ITS       * 12290000
      *                ORDER DATA WHEN IT BELONGS TO THE CUSTOMER     * 12300000
      *                                                               * 12310000
      *    CALLED BY:  P50000-ERASE-ORDER1                            * 12320000
      *                                                               * 12330000
      ***************************************************************** 12340000
                                                                        12350000
       P51000-GN-ORDER1.                                                12360000
                                                                        12370000
           CALL 'CBLTDLI' USING                                         12380000
                          WS-GN                                         12390000
                          ORDER-PCB                                     12400000
                          ORDER-SEGMENT                                 12410000
                          ORDER-SSA-UNQUAL                              12420000
           END-CALL.                                                    12430000
                                                                        12440000
           MOVE OP-STATUS TO WS-OP-STATUS.                              12450000
                                                                        12460000
           EVALUATE TRUE                                                12470000
               WHEN OP-GOOD-RETURN                                      12480000
                   IF ORDER-CUSTOMER-PREFIX = WCC-PREFIX                12490000
                      AND ORDER-CUSTOMER-ID = WCC-CUSTOMER-ID           12500000
                       PERFORM P60000-ERASE-ORDER-DATA                  12510000
                           THRU P60000-EXIT                             12520000
                   END-IF                                               12530000
               WHEN OP-END-OF-DATABASE                                  12540000
               WHEN OP-SEGMENT-NOT-FOUND                                12550000
                   MOVE 'Y' TO WS-END-OF-DB-SW                          12560000
               WHEN OTHER                                               12570000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      12580000
                   MOVE 'PDAB120' TO WPIE-PROGRAM-ID                    12590000
                   MOVE 'P51000' TO WPIE-PARAGRAPH                      12600000
                   MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                12610000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    12620000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    12630000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                12640000
                   MOVE 'GN ORDER ROOT' TO WPIE-COMMAND                 12650000
                   PERFORM P99999-ABEND THRU P99999-EXIT                12660000
           END-EVALUATE.                                                12670000
                                                                        12680000
       P51000-EXIT.                                                     12690000
           EXIT.                                                        12700000
           EJECT                                                        12710000
      ***************************************************************** 12720000
      *                                                               * 12730000
      *    PARAGRAPH:  P55000-ERASE-ORDER2                            * 12740000
      *                                                               * 12750000
      *    FUNCTION :  SCAN ORDER2DB AND ERASE THE SHIP-TO SNAPSHOT   * 12760000
      *                AND NOTES OF EVERY ORDER OF THE CUSTOMER       * 12770000
      *                                                               * 12780000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 12790000
      *                                                               * 12800000
      ***************************************************************** 12810000
                                                                        12820000
       P55000-ERASE-ORDER2.                                             12830000
                                                                        12840000
           MOVE 'N' TO WS-END-OF-DB-SW.                                 12850000
                                                                        12860000
           PERFORM P56000-GN-ORDER2 THRU P56000-EXIT                    12870000
               UNTIL END-OF-DB.                                         12880000
                                                                        12890000
       P55000-EXIT.                                                     12900000
           EXIT.                                                        12910000
           EJECT                                                        12920000
      ***************************************************************** 12930000
      *                                                               * 12940000
      *    PARAGRAPH:  P56000-GN-ORDER2                               * 12950000
      *                                                               * 12960000
      *    FUNCTION :  GET THE NEXT ORDER2DB ROOT AND ERASE ITS       * 12970000
      *                ORDER DATA WHEN IT BELONGS TO THE CUSTOMER     * 12980000
      *                                                               * 12990000
      *    CALLED BY:  P55000-ERASE-ORDER2                            * 13000000
      *                                                               * 13010000
      ***************************************************************** 13020000
                                                                        13030000
       P56000-GN-ORDER2.                                                13040000
                                                                        13050000
           CALL 'CBLTDLI' USING                                         13060000
                          WS-GN                                         13070000
                          ORDER2-PCB                                    13080000
                          ORDER-SEGMENT                                 13090000
                          ORDER-SSA-UNQUAL                              13100000
           END-CALL.                                                    13110000
                                                                        13120000
           MOVE OP2-STATUS TO WS-OP-STATUS.                             13130000
                                                                        13140000
           EVALUATE TRUE                                                13150000
               WHEN OP-GOOD-RETURN                                      13160000
                   IF ORDER-CUSTOMER-PREFIX = WCC-PREFIX                13170000
                      AND ORDER-CUSTOMER-ID = WCC-CUSTOMER-ID           13180000
                       PERFORM P60000-ERASE-ORDER-DATA                  13190000
                           THRU P60000-EXIT                             13200000
                   END-IF                                               13210000
               WHEN OP-END-OF-DATABASE                                  13220000
               WHEN OP-SEGMENT-NOT-FOUND                                13230000
                   MOVE 'Y' TO WS-END-OF-DB-SW                          13240000
               WHEN OTHER                                               13250000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      13260000
                   MOVE 'PDAB120' TO WPIE-PROGRAM-ID                    13270000
                   MOVE 'P56000' TO WPIE-PARAGRAPH                      13280000
                   MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                13290000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    13300000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    13310000
                   MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                13320000
                   MOVE 'GN ORDER ROOT' TO WPIE-COMMAND                 13330000
                   PERFORM P99999-ABEND THRU P99999-EXIT                13340000
           END-EVALUATE.                                                13350000
                                                                        13360000
       P56000-EXIT.                                                     13370000
           EXIT.                                                        13380000
           EJECT                                                        13390000
      ***************************************************************** 13400000
      *                                                               * 13410000
      *    PARAGRAPH:  P60000-ERASE-ORDER-DATA                        * 13420000
      *                                                               * 13430000
      *    FUNCTION :  ANONYMIZE THE SHIP-TO SNAPSHOT AND THE NOTE    * 13440000
      *                LINES OF THE ORDER JUST READ.  THE ORDER ROOT  * 13450000
      *                ITSELF HOLDS NO PERSONAL FIELDS                * 13460000
      *                                                               * 13470000
      *    CALLED BY:  P51000-GN-ORDER1                               * 13480000
      *                P56000-GN-ORDER2                               * 13490000
      *                                                               * 13500000
      ***************************************************************** 13510000
                                                                        13520000
       P60000-ERASE-ORDER-DATA.                                         13530000
                                                                        13540000
           PERFORM P61000-ERASE-ORDER-SHIP-TO THRU P61000-EXIT.         13550000
           PERFORM P62000-ERASE-ORDER-NOTES THRU P62000-EXIT.           13560000
                                                                        13570000
       P60000-EXIT.                                                     13580000
           EXIT.                                                        13590000
           EJECT                                                        13600000
      ***************************************************************** 13610000
      *                                                               * 13620000
      *    PARAGRAPH:  P61000-ERASE-ORDER-SHIP-TO                     * 13630000
      *                                                               * 13640000
      *    FUNCTION :  ANONYMIZE THE ORDER'S SHIP-TO SNAPSHOT, WHEN   * 13650000
      *                THE ORDER HAS ONE.  THE SHIP-TO CODE IS KEPT   * 13660000
      *                                                               * 13670000
      *    CALLED BY:  P60000-ERASE-ORDER-DATA                        * 13680000
      *                                                               * 13690000
      ***************************************************************** 13700000
                                                                        13710000
       P61000-ERASE-ORDER-SHIP-TO.                                      13720000
                                                                        13730000
           IF OSHIP-FILE-EMPTY                                          13740000
               GO TO P61000-EXIT                                        13750000
           END-IF.                                                      13760000
                                                                        13770000
           MOVE ORDER-PREFIX TO ORDER-SHIP-PREFIX.                      13780000
           MOVE ORDER-NUMBER TO ORDER-SHIP-ORDER-NUMBER.                13790000
                                                                        13800000
           READ VSAM-ORDER-SHIP-TO.                                     13810000
                                                                        13820000
           IF OSHIPF-NOTFOUND                                           13830000
               GO TO P61000-EXIT                                        13840000
           END-IF.                                                      13850000
                                                                        13860000
           IF NOT OSHIPF-OK                                             13870000
               MOVE 'READ ORDER SHIP-TO FAILED' TO WPBE-MESSAGE         13880000
               MOVE WS-OSHIP-STATUS TO WPBE-FILE-STATUS                 13890000
               MOVE 'P61000' TO WPBE-PARAGRAPH                          13900000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13910000
           END-IF.                                                      13920000
                                                                        13930000
           MOVE 'ORDSHIP' TO WS-PL-DT-FILE.                             13940000
           MOVE ORDER-SHIP-ORDER-NUMBER TO WS-KE-ORDER.                 13950000
           STRING ORDER-SHIP-PRE '-' WS-KE-ORDER                        13960000
               DELIMITED BY SIZE INTO WS-PL-DT-KEY.                     13970000
                                                                        13980000
           IF ORDER-SHIP-NAME = WS-ERASED-VALUE                         13990000
               ADD +1 TO WS-CARD-PREVIOUS                               14000000
               MOVE 'PREVIOUSLY ANONYMIZED' TO WS-PL-DT-ACTION          14010000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             14020000
               GO TO P61000-EXIT                                        14030000
           END-IF.                                                      14040000
                                                                        14050000
           MOVE WS-ERASED-VALUE TO ORDER-SHIP-NAME                      14060000
                                   ORDER-SHIP-ADDRESS                   14070000
                                   ORDER-SHIP-CITY                      14080000
                                   ORDER-SHIP-STATE                     14090000
                                   ORDER-SHIP-POSTAL-CODE.              14100000
                                                                        14110000
           REWRITE ORDER-SHIP-TO-RECORD.                                14120000
                                                                        14130000
           IF NOT OSHIPF-OK                                             14140000
               MOVE 'REWRITE ORDER SHIP-TO FAILED' TO WPBE-MESSAGE      14150000
               MOVE WS-OSHIP-STATUS TO WPBE-FILE-STATUS                 14160000
               MOVE 'P61000' TO WPBE-PARAGRAPH                          14170000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14180000
           END-IF.                                                      14190000
                                                                        14200000
           ADD +1 TO WS-CARD-ERASED.                                    14210000
           MOVE 'NAME AND ADDRESS ANONYMIZED' TO WS-PL-DT-ACTION.       14220000
           PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT.                14230000
                                                                        14240000
       P61000-EXIT.                                                     14250000
           EXIT.                                                        14260000
           EJECT                                                        14270000
      ***************************************************************** 14280000
      *                                                               * 14290000
      *    PARAGRAPH:  P62000-ERASE-ORDER-NOTES                       * 14300000
      *                                                               * 14310000
      *    FUNCTION :  ANONYMIZE THE TEXT OF EVERY NOTE LINE KEYED    * 14320000
      *                FOR THE ORDER (PDA052)                         * 14330000
      *                                                               * 14340000
      *    CALLED BY:  P60000-ERASE-ORDER-DATA                        * 14350000
      *                                                               * 14360000
      ***************************************************************** 14370000
                                                                        14380000
       P62000-ERASE-ORDER-NOTES.                                        14390000
                                                                        14400000
           IF NOTE-FILE-EMPTY                                           14410000
               GO TO P62000-EXIT                                        14420000
           END-IF.                                                      14430000
                                                                        14440000
           MOVE ORDER-PREFIX TO ORDER-NOTE-PREFIX.                      14450000
           MOVE ORDER-NUMBER TO ORDER-NOTE-ORDER-NUMBER.                14460000
           MOVE ZEROES TO ORDER-NOTE-LINE.                              14470000
                                                                        14480000
           START VSAM-ORDER-NOTE                                        14490000
               KEY NOT LESS THAN ORDER-NOTE-KEY.                        14500000
                                                                        14510000
           IF NOTEF-NOTFOUND OR NOTEF-END                               14520000
               GO TO P62000-EXIT                                        14530000
           END-IF.                                                      14540000
                                                                        14550000
           IF NOT NOTEF-OK                                              14560000
               MOVE 'START ORDER NOTES FAILED' TO WPBE-MESSAGE          14570000
               MOVE WS-NOTE-STATUS TO WPBE-FILE-STATUS                  14580000
               MOVE 'P62000' TO WPBE-PARAGRAPH                          14590000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14600000
           END-IF.                                                      14610000
                                                                        14620000
       P62000-NEXT-NOTE.                                                14630000
                                                                        14640000
           READ VSAM-ORDER-NOTE NEXT.                                   14650000
                                                                        14660000
           IF NOTEF-END                                                 14670000
               GO TO P62000-EXIT                                        14680000
           END-IF.                                                      14690000
                                                                        14700000
           IF NOT NOTEF-OK                                              14710000
               MOVE 'READ NEXT ORDER NOTE FAILED' TO WPBE-MESSAGE       14720000
               MOVE WS-NOTE-STATUS TO WPBE-FILE-STATUS                  14730000
               MOVE 'P62000' TO WPBE-PARAGRAPH                          14740000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14750000
           END-IF.                                                      14760000
                                                                        14770000
           IF ORDER-NOTE-PREFIX NOT = ORDER-PREFIX                      14780000
              OR ORDER-NOTE-ORDER-NUMBER NOT = ORDER-NUMBER             14790000
               GO TO P62000-EXIT                                        14800000
           END-IF.                                                      14810000
                                                                        14820000
           MOVE 'ORDNOTE' TO WS-PL-DT-FILE.                             14830000
           MOVE ORDER-NOTE-ORDER-NUMBER TO WS-KE-ORDER.                 14840000
           MOVE ORDER-NOTE-LINE TO WS-KE-LINE.                          14850000
           STRING ORDER-NOTE-PRE '-' WS-KE-ORDER '-' WS-KE-LINE         14860000
               DELIMITED BY SIZE INTO WS-PL-DT-KEY.                     14870000
                                                                        14880000
           IF ORDER-NOTE-TEXT = WS-ERASED-VALUE                         14890000
               ADD +1 TO WS-CARD-PREVIOUS                               14900000
               MOVE 'PREVIOUSLY ANONYMIZED' TO WS-PL-DT-ACTION          14910000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             14920000
               GO TO P62000-NEXT-NOTE                                   14930000
           END-IF.                                                      14940000
                                                                        14950000
           MOVE WS-ERASED-VALUE TO ORDER-NOTE-TEXT.                     14960000
                                                                        14970000
           REWRITE ORDER-NOTE-RECORD.                                   14980000
                                                                        14990000
           IF NOT NOTEF-OK                                              15000000
               MOVE 'REWRITE ORDER NOTE FAILED' TO WPBE-MESSAGE         15010000
               MOVE WS-NOTE-STATUS TO WPBE-FILE-STATUS                  15020000
               MOVE 'P62000' TO WPBE-PARAGRAPH                          15030000
               PERFORM P99999-ABEND THRU P99999-EXIT                    15040000
           END-IF.                                                      15050000
                                                                        15060000
           ADD +1 TO WS-CARD-ERASED.                                    15070000
           MOVE 'NOTE TEXT ANONYMIZED' TO WS-PL-DT-ACTION.              15080000
           PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT.                15090000
                                                                        15100000
           GO TO P62000-NEXT-NOTE.                                      15110000
                                                                        15120000
       P62000-EXIT.                                                     15130000
           EXIT.                                                        15140000
           EJECT                                                        15150000
      ***************************************************************** 15160000
      *                                                               * 15170000
      *    PARAGRAPH:  P70000-REVIEW-QUOTES                           * 15180000
      *                                                               * 15190000
      *    FUNCTION :  LIST THE CUSTOMER'S QUOTES ON THE CERTIFICATE. * 15200000
      *                A QUOTE CARRIES ONLY THE CUSTOMER KEY, PRICES  * 15210000
      *                AND ITEMS, SO NOTHING IS CHANGED               * 15220000
      *                                                               * 15230000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 15240000
      *                                                               * 15250000
      ***************************************************************** 15260000
                                                                        15270000
       P70000-REVIEW-QUOTES.                                            15280000
                                                                        15290000
           IF QUOTE-FILE-EMPTY                                          15300000
               GO TO P70000-EXIT                                        15310000
           END-IF.                                                      15320000
                                                                        15330000
      ***************************************************************** 15340000
      *    QUOTE ZERO IS THE PREFIX CONTROL RECORD -- START AT THE    * 15350000
      *    FIRST REAL QUOTE                                           * 15360000
      ***************************************************************** 15370000
                                                                        15380000
           MOVE WCC-PREFIX TO QUOTE-PRE.                                15390000
           MOVE 1 TO QUOTE-NUMBER.                                      15400000
           MOVE ZEROES TO QUOTE-LINE.                                   15410000
                                                                        15420000
           START VSAM-QUOTE                                             15430000
               KEY NOT LESS THAN QUOTE-KEY.                             15440000
                                                                        15450000
           IF QUOTEF-NOTFOUND OR QUOTEF-END                             15460000
               GO TO P70000-EXIT                                        15470000
           END-IF.                                                      15480000
                                                                        15490000
           IF NOT QUOTEF-OK                                             15500000
               MOVE 'START QUOTE FILE FAILED' TO WPBE-MESSAGE           15510000
               MOVE WS-QUOTE-STATUS TO WPBE-FILE-STATUS                 15520000
               MOVE 'P70000' TO WPBE-PARAGRAPH                          15530000
               PERFORM P99999-ABEND THRU P99999-EXIT                    15540000
           END-IF.                                                      15550000
                                                                        15560000
       P70000-NEXT-QUOTE.                                               15570000
                                                                        15580000
           READ VSAM-QUOTE NEXT.                                        15590000
                                                                        15600000
           IF QUOTEF-END                                                15610000
               GO TO P70000-EXIT                                        15620000
           END-IF.                                                      15630000
                                                                        15640000
           IF NOT QUOTEF-OK                                             15650000
               MOVE 'READ NEXT QUOTE FAILED' TO WPBE-MESSAGE            15660000
               MOVE WS-QUOTE-STATUS TO WPBE-FILE-STATUS                 15670000
               MOVE 'P70000' TO WPBE-PARAGRAPH                          15680000
               PERFORM P99999-ABEND THRU P99999-EXIT                    15690000
           END-IF.                                                      15700000
                                                                        15710000
           IF QUOTE-PRE NOT = WCC-PREFIX                                15720000
               GO TO P70000-EXIT                                        15730000
           END-IF.                                                      15740000
                                                                        15750000
           IF QUOTE-LINE = ZEROES                                       15760000
              AND QUOTE-CUSTOMER-ID = WCC-CUSTOMER-ID                   15770000
               ADD +1 TO WS-CARD-REVIEWED                               15780000
               MOVE 'QUOTE' TO WS-PL-DT-FILE                            15790000
               MOVE QUOTE-NUMBER TO WS-KE-QUOTE                         15800000
               STRING QUOTE-PRE '-' WS-KE-QUOTE                         15810000
                   DELIMITED BY SIZE INTO WS-PL-DT-KEY                  15820000
               MOVE 'REVIEWED - NO PERSONAL FIELDS HELD'                15830000
                   TO WS-PL-DT-ACTION                                   15840000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             15850000
           END-IF.                                                      15860000
                                                                        15870000
           GO TO P70000-NEXT-QUOTE.                                     15880000
                                                                        15890000
       P70000-EXIT.                                                     15900000
           EXIT.                                                        15910000
           EJECT                                                        15920000
      ***************************************************************** 15930000
      *                                                               * 15940000
      *    PARAGRAPH:  P75000-REVIEW-CLAIMS                           * 15950000
      *                                                               * 15960000
      *    FUNCTION :  LIST THE CUSTOMER'S RESOLVED CLAIMS ON THE     * 15970000
      *                CERTIFICATE.  A CLAIM CARRIES ONLY THE         * 15980000
      *                CUSTOMER KEY, THE ORDER LINE AND AMOUNTS, SO   * 15990000
      *                NOTHING IS CHANGED                             * 16000000
      *                                                               * 16010000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 16020000
      *                                                               * 16030000
      ***************************************************************** 16040000
                                                                        16050000
       P75000-REVIEW-CLAIMS.                                            16060000
                                                                        16070000
           IF CLAIM-FILE-EMPTY                                          16080000
               GO TO P75000-EXIT                                        16090000
           END-IF.                                                      16100000
                                                                        16110000
           MOVE WCC-PREFIX TO CLAIM-PRE.                                16120000
           MOVE 1 TO CLAIM-NUMBER.                                      16130000
                                                                        16140000
           START VSAM-CLAIM                                             16150000
               KEY NOT LESS THAN CLAIM-KEY.                             16160000
                                                                        16170000
           IF CLAIMF-NOTFOUND OR CLAIMF-END                             16180000
               GO TO P75000-EXIT                                        16190000
           END-IF.                                                      16200000
                                                                        16210000
           IF NOT CLAIMF-OK                                             16220000
               MOVE 'START CLAIM FILE FAILED' TO WPBE-MESSAGE           16230000
               MOVE WS-CLAIM-STATUS TO WPBE-FILE-STATUS                 16240000
               MOVE 'P75000' TO WPBE-PARAGRAPH                          16250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    16260000
           END-IF.                                                      16270000
                                                                        16280000
       P75000-NEXT-CLAIM.                                               16290000
                                                                        16300000
           READ VSAM-CLAIM NEXT.                                        16310000
                                                                        16320000
           IF CLAIMF-END                                                16330000
               GO TO P75000-EXIT                                        16340000
           END-IF.                                                      16350000
                                                                        16360000
           IF NOT CLAIMF-OK                                             16370000
               MOVE 'READ NEXT CLAIM FAILED' TO WPBE-MESSAGE            16380000
               MOVE WS-CLAIM-STATUS TO WPBE-FILE-STATUS                 16390000
               MOVE 'P75000' TO WPBE-PARAGRAPH                          16400000
               PERFORM P99999-ABEND THRU P99999-EXIT                    16410000
           END-IF.                                                      16420000
                                                                        16430000
           IF CLAIM-PRE NOT = WCC-PREFIX                                16440000
               GO TO P75000-EXIT                                        16450000
           END-IF.                                                      16460000
                                                                        16470000
           IF CLAIM-CUSTOMER-ID = WCC-CUSTOMER-ID                       16480000
               ADD +1 TO WS-CARD-REVIEWED                               16490000
               MOVE 'CLAIM' TO WS-PL-DT-FILE                            16500000
               MOVE CLAIM-NUMBER TO WS-KE-CLAIM                         16510000
               STRING CLAIM-PRE '-' WS-KE-CLAIM                         16520000
                   DELIMITED BY SIZE INTO WS-PL-DT-KEY                  16530000
               MOVE 'REVIEWED - NO PERSONAL FIELDS HELD'                16540000
                   TO WS-PL-DT-ACTION                                   16550000
               PERFORM P19000-PRINT-DETAIL THRU P19000-EXIT             16560000
           END-IF.                                                      16570000
                                                                        16580000
           GO TO P75000-NEXT-CLAIM.                                     16590000
                                                                        16600000
       P75000-EXIT.                                                     16610000
           EXIT.                                                        16620000
           EJECT                                                        16630000
      ***************************************************************** 16640000
      *                                                               * 16650000
      *    PARAGRAPH:  P99999-ABEND                                   * 16660000
      *                                                               * 16670000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 16680000
      *                ERROR HAS BEEN ENCOUNTERED                     * 16690000
      *                                                               * 16700000
      *    CALLED BY:  VARIOUS                                        * 16710000
      *                                                               * 16720000
      ***************************************************************** 16730000
                                                                        16740000
       P99999-ABEND.                                                    16750000
                                                                        16760000
           DISPLAY ' '.                                                 16770000
           DISPLAY WPEA-ERROR-01.                                       16780000
           DISPLAY WPEA-ERROR-02.                                       16790000
           DISPLAY WPEA-ERROR-03.                                       16800000
           DISPLAY WPEA-ERROR-04.                                       16810000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               16820000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               16830000
           DISPLAY WPEA-ERROR-04.                                       16840000
           DISPLAY WPEA-ERROR-03.                                       16850000
           DISPLAY WPEA-ERROR-02.                                       16860000
           DISPLAY WPEA-ERROR-01.                                       16870000
           DISPLAY ' '.                                                 16880000
                                                                        16890000
           MOVE 16 TO RETURN-CODE.                                      16900000
                                                                        16910000
           GOBACK.                                                      16920000
                                                                        16930000
       P99999-EXIT.                                                     16940000
           EXIT.                                                        16950000
