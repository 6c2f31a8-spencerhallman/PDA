       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB121.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB121                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB121 IS THE DAILY ONLINE RESPONSE      * 00100000
      *             TIME SLA REPORT.  IT READS THE RESPONSE TIME LOG  * 00110000
      *             WRITTEN BY PDAS14 FOR THE REPORT DATE AND         * 00120000
      *             REPORTS, BY PROGRAM AND BY HOUR OF THE DAY, THE   * 00130000
      *             TASK VOLUME, AVERAGE, 95TH PERCENTILE AND WORST   * 00140000
      *             RESPONSE TIME IN MILLISECONDS, FOLLOWED BY THE    * 00150000
      *             SLOWEST INDIVIDUAL TRANSACTIONS OF THE DAY.       * 00160000
      *                                                               * 00170000
      *             EACH PROGRAM IS MEASURED AGAINST ITS RESPONSE     * 00180000
      *             THRESHOLD FROM THE CONTROL CARDS.  A PROGRAM      * 00190000
      *             WHOSE 95TH PERCENTILE EXCEEDS ITS THRESHOLD IS    * 00200000
      *             FLAGGED AS A BREACH, AND THE TASKS OVER THE       * 00210000
      *             THRESHOLD ARE COUNTED AND MARKED IN THE SLOWEST   * 00220000
      *             TRANSACTION LIST.                                 * 00230000
      *                                                               * 00240000
      *             THE 95TH PERCENTILE IS THE ELAPSED TIME OF THE    * 00250000
      *             TASK RANKED CEILING(0.95 X VOLUME) WHEN THE       * 00260000
      *             GROUP'S TASKS ARE RANKED FASTEST FIRST.  THE LOG  * 00270000
      *             IS READ TWICE TO FIND IT: THE FIRST PASS COUNTS   * 00280000
      *             EACH PROGRAM'S AND HOUR'S TASKS, THE SECOND KEEPS * 00290000
      *             EACH GROUP'S TASKS FROM THAT RANK UP IN A TABLE   * 00300000
      *             HELD IN DESCENDING ELAPSED TIME ORDER, WHOSE LAST * 00310000
      *             ENTRY IS THE 95TH PERCENTILE.  A GROUP WHOSE      * 00320000
      *             TASKS WILL NOT FIT IN THE TABLE IS REPORTED       * 00330000
      *             WITHOUT ITS 95TH PERCENTILE (NO P95) AND COUNTED. * 00340000
      *                                                               * 00350000
      *             CONTROL CARD LAYOUT (ALL CARDS OPTIONAL):         * 00360000
      *               REPORT DATE (DEFAULT IS THE RUN DATE)           * 00370000
      *                 COL  1- 5   'DATE='                           * 00380000
      *                 COL  6-13   REPORT DATE CCYYMMDD              * 00390000
      *               RESPONSE THRESHOLD (ONE CARD PER PROGRAM)       * 00400000
      *                 COL  1- 5   'PROG='                           * 00410000
      *                 COL  6-13   PROGRAM, OR *DEFAULT FOR THE      * 00420000
      *                             THRESHOLD OF UNLISTED PROGRAMS    * 00430000
      *                             (2000 MS WHEN NOT SUPPLIED)       * 00440000
      *                 COL 15-20   'MAXMS='                          * 00450000
      *                 COL 21-27   THRESHOLD IN MILLISECONDS         * 00460000
      *                                                               * 00470000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00480000
      *             RESPONSE TIME LOG    -  VSAM KSDS    (INPUT)      * 00490000
      *                                                               * 00500000
      ***************************************************************** 00510000
      *             PROGRAM CHANGE LOG                                * 00520000
      *             -------------------                               * 00530000
      *                                                               * 00540000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00550000
      *  --------   --------------------  --------------------------  * 00560000
      *  10/15/26   R. MCALLEN            NEW PROGRAM - DAILY         * 00570000
      *                                   ONLINE RESPONSE TIME SLA    * 00580000
      *                                   REPORT                      * 00590000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00600000
      *                                                               * 00610000
      ***************************************************************** 00620000
           EJECT                                                        00630000
       ENVIRONMENT DIVISION.                                            00640000
                                                                        00650000
       INPUT-OUTPUT SECTION.                                            00660000
                                                                        00670000
       FILE-CONTROL.                                                    00680000
                                                                        00690000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00700000
                                                                        00710000
           SELECT VSAM-RESPLOG         ASSIGN TO VRESPLOG               00720000
                                       ORGANIZATION IS INDEXED          00730000
                                       ACCESS IS DYNAMIC                00740000
                                       RECORD KEY IS RESP-LOG-KEY       00750000
                                       FILE STATUS IS WS-RESPLOG-STATUS.00760000
           EJECT                                                        00770000
       DATA DIVISION.                                                   00780000
                                                                        00790000
       FILE SECTION.                                                    00800000
                                                                        00810000
       FD  CONTROL-CARD                                                 00820000
           LABEL RECORDS ARE STANDARD                                   00830000
           RECORDING MODE IS F                                          00840000
           RECORD CONTAINS 80 CHARACTERS                                00850000
           BLOCK CONTAINS 27920 CHARACTERS.                             00860000
                                                                        00870000
       01  CONTROL-CARD-REC            PIC X(80).                       00880000
                                                                        00890000
       FD  VSAM-RESPLOG                                                 00900000
           RECORD CONTAINS 100 CHARACTERS.                              00910000
                                                                        00920000
           COPY VRESPLOG.                                               00930000
           EJECT                                                        00940000
       WORKING-STORAGE SECTION.                                         00950000
                                                                        00960000
      ***************************************************************** 00970000
      *    SWITCHES                                                   * 00980000
      ***************************************************************** 00990000
                                                                        01000000
       01  WS-SWITCHES.                                                 01010000
           05  WS-END-OF-CARDS-SW      PIC X     VALUE 'N'.             01020000
               88  END-OF-CARDS                  VALUE 'Y'.             01030000
           05  WS-END-OF-LOG-SW        PIC X     VALUE 'N'.             01040000
               88  END-OF-LOG                    VALUE 'Y'.             01050000
           EJECT                                                        01060000
      ***************************************************************** 01070000
      *    MISCELLANEOUS WORK FIELDS                                  * 01080000
      ***************************************************************** 01090000
                                                                        01100000
       01  WS-MISCELLANEOUS-FIELDS.                                     01110000
           03  WS-RESPLOG-STATUS       PIC XX    VALUE SPACES.          01120000
               88  RESPLOGF-OK                   VALUE '  ' '00'.       01130000
               88  RESPLOGF-NOTFOUND             VALUE '23'.            01140000
               88  RESPLOGF-EMPTY                VALUE '47' '35'.       01150000
               88  RESPLOGF-END                  VALUE '10'.            01160000
           03  WS-RECORDS-READ         PIC S9(7) VALUE +0       COMP-3. 01170000
           03  WS-TASKS-TODAY          PIC S9(7) VALUE +0       COMP-3. 01180000
           03  WS-ERROR-TASKS          PIC S9(7) VALUE +0       COMP-3. 01190000
           03  WS-OVER-TASKS           PIC S9(7) VALUE +0       COMP-3. 01200000
           03  WS-BREACH-PROGRAMS      PIC S9(7) VALUE +0       COMP-3. 01210000
           03  WS-NO-P95-GROUPS        PIC S9(7) VALUE +0       COMP-3. 01220000
           03  WS-DEFAULT-THRESHOLD    PIC S9(7) VALUE +2000    COMP-3. 01230000
           03  WS-AVERAGE-MS           PIC S9(7) VALUE +0       COMP-3. 01240000
           03  WS-GROUP-RANK           PIC S9(7) VALUE +0       COMP-3. 01250000
           03  WS-HOUR-SUB             PIC S9(4) VALUE +0       COMP.   01260000
           03  WS-HOUR-KEY.                                             01270000
               05  WS-HOUR-KEY-HH      PIC X(02) VALUE SPACES.          01280000
               05  FILLER              PIC X(06) VALUE SPACES.          01290000
           03  WS-HOUR-N               PIC 9(02) VALUE ZEROES.          01300000
           03  WS-DATE.                                                 01310000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01320000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01330000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01340000
           03  WS-DATE-N REDEFINES WS-DATE                              01350000
                                       PIC 9(8).                        01360000
           03  WS-REPORT-DATE.                                          01370000
               05  WS-RPT-DATE-YEAR    PIC X(4)  VALUE SPACES.          01380000
               05  WS-RPT-DATE-MONTH   PIC XX    VALUE SPACES.          01390000
               05  WS-RPT-DATE-DAY     PIC XX    VALUE SPACES.          01400000
           03  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE                01410000
                                       PIC 9(8).                        01420000
           EJECT                                                        01430000
      ***************************************************************** 01440000
      *    CONTROL CARD                                               * 01450000
      ***************************************************************** 01460000
                                                                        01470000
       01  WS-CONTROL-CARD.                                             01480000
           05  WCC-LABEL               PIC X(05).                       01490000
           05  WCC-VALUE               PIC X(08).                       01500000
           05  WCC-VALUE-N REDEFINES WCC-VALUE                          01510000
                                       PIC 9(08).                       01520000
           05  FILLER                  PIC X(01).                       01530000
           05  WCC-MAX-LABEL           PIC X(06).                       01540000
           05  WCC-MAX-MS              PIC X(07).                       01550000
           05  WCC-MAX-MS-N REDEFINES WCC-MAX-MS                        01560000
                                       PIC 9(07).                       01570000
           05  FILLER                  PIC X(53).                       01580000
           EJECT                                                        01590000
      ***************************************************************** 01600000
      *    PER-PROGRAM SUMMARY TABLE.  ENTRIES ARE ADDED FOR EACH     * 01610000
      *    THRESHOLD CARD AND FOR EACH PROGRAM FOUND ON THE LOG;      * 01620000
      *    PROGRAMS BEYOND WS-PG-MAX ARE ACCUMULATED IN THE LAST      * 01630000
      *    ENTRY                                                      * 01640000
      ***************************************************************** 01650000
                                                                        01660000
       01  WS-PROGRAM-SUMMARY-TABLE.                                    01670000
           05  WS-PG-MAX               PIC S9(4) COMP VALUE +100.       01680000
           05  WS-PG-CNT               PIC S9(4) COMP VALUE ZEROES.     01690000
           05  WS-PG-ENTRY             OCCURS 100 TIMES                 01700000
                                       INDEXED BY WS-PG-NDX.            01710000
               10  WS-PG-PROGRAM       PIC X(08) VALUE SPACES.          01720000
               10  WS-PG-THRESHOLD     PIC S9(7) COMP-3 VALUE ZEROES.   01730000
               10  WS-PG-TASK-COUNT    PIC S9(7) COMP-3 VALUE ZEROES.   01740000
               10  WS-PG-TOTAL-MS      PIC S9(13) COMP-3 VALUE ZEROES.  01750000
               10  WS-PG-WORST-MS      PIC S9(7) COMP-3 VALUE ZEROES.   01760000
               10  WS-PG-P95-MS        PIC S9(7) COMP-3 VALUE ZEROES.   01770000
               10  WS-PG-OVER-COUNT    PIC S9(7) COMP-3 VALUE ZEROES.   01780000
               10  WS-PG-TAIL-START    PIC S9(8) COMP   VALUE ZEROES.   01790000
               10  WS-PG-TAIL-SIZE     PIC S9(8) COMP   VALUE ZEROES.   01800000
               10  WS-PG-TAIL-CNT      PIC S9(8) COMP   VALUE ZEROES.   01810000
           EJECT                                                        01820000
      ***************************************************************** 01830000
      *    PER-HOUR SUMMARY TABLE (ENTRY 1 = HOUR 00)                 * 01840000
      ***************************************************************** 01850000
                                                                        01860000
       01  WS-HOUR-SUMMARY-TABLE.                                       01870000
           05  WS-HR-ENTRY             OCCURS 24 TIMES                  01880000
                                       INDEXED BY WS-HR-NDX.            01890000
               10  WS-HR-TASK-COUNT    PIC S9(7) COMP-3 VALUE ZEROES.   01900000
               10  WS-HR-TOTAL-MS      PIC S9(13) COMP-3 VALUE ZEROES.  01910000
               10  WS-HR-WORST-MS      PIC S9(7) COMP-3 VALUE ZEROES.   01920000
               10  WS-HR-P95-MS        PIC S9(7) COMP-3 VALUE ZEROES.   01930000
               10  WS-HR-ERROR-COUNT   PIC S9(7) COMP-3 VALUE ZEROES.   01940000
               10  WS-HR-TAIL-START    PIC S9(8) COMP   VALUE ZEROES.   01950000
               10  WS-HR-TAIL-SIZE     PIC S9(8) COMP   VALUE ZEROES.   01960000
               10  WS-HR-TAIL-CNT      PIC S9(8) COMP   VALUE ZEROES.   01970000
           EJECT                                                        01980000
      ***************************************************************** 01990000
      *    95TH PERCENTILE TABLE.  EACH PROGRAM AND HOUR WITH TASKS   * 02000000
      *    IS GIVEN A SLICE (WS-TL-START FOR WS-TL-SIZE ENTRIES)      * 02010000
      *    HOLDING ITS SLOWEST TASKS IN DESCENDING ELAPSED TIME       * 02020000
      *    ORDER; WS-TL-CNT ENTRIES OF THE SLICE ARE FILLED           * 02030000
      ***************************************************************** 02040000
                                                                        02050000
       01  WS-TAIL-TABLE.                                               02060000
           05  WS-TL-MAX               PIC S9(8) COMP VALUE +20000.     02070000
           05  WS-TL-USED              PIC S9(8) COMP VALUE ZEROES.     02080000
           05  WS-TL-START             PIC S9(8) COMP VALUE ZEROES.     02090000
           05  WS-TL-SIZE              PIC S9(8) COMP VALUE ZEROES.     02100000
           05  WS-TL-CNT               PIC S9(8) COMP VALUE ZEROES.     02110000
           05  WS-TL-LAST              PIC S9(8) COMP VALUE ZEROES.     02120000
           05  WS-TL-SUB               PIC S9(8) COMP VALUE ZEROES.     02130000
           05  WS-TL-HOLD              PIC S9(7) COMP-3 VALUE ZEROES.   02140000
           05  WS-TL-ENTRY             OCCURS 20000 TIMES.              02150000
               10  WS-TL-ELAPSED-MS    PIC S9(7) COMP-3.                02160000
      ***************************************************************** 02170000
      *    SLOWEST TRANSACTIONS TABLE, KEPT IN DESCENDING ELAPSED     * 02180000
      *    TIME ORDER                                                 * 02190000
      ***************************************************************** 02200000
                                                                        02210000
       01  WS-SLOWEST-TABLE.                                            02220000
           05  WS-SL-MAX               PIC S9(4) COMP VALUE +20.        02230000
           05  WS-SL-CNT               PIC S9(4) COMP VALUE ZEROES.     02240000
           05  WS-SL-SUB               PIC S9(4) COMP VALUE ZEROES.     02250000
           05  WS-SL-ENTRY             OCCURS 20 TIMES.                 02260000
               10  WS-SL-TIME          PIC X(08) VALUE SPACES.          02270000
               10  WS-SL-TRANSID       PIC X(04) VALUE SPACES.          02280000
               10  WS-SL-PROGRAM       PIC X(08) VALUE SPACES.          02290000
               10  WS-SL-USERID        PIC X(08) VALUE SPACES.          02300000
               10  WS-SL-TERMID        PIC X(04) VALUE SPACES.          02310000
               10  WS-SL-ELAPSED-MS    PIC S9(7) COMP-3 VALUE ZEROES.   02320000
               10  WS-SL-ERROR-SW      PIC X(01) VALUE SPACES.          02330000
               10  WS-SL-OVER-SW       PIC X(01) VALUE SPACES.          02340000
                                                                        02350000
       01  WS-SL-HOLD                  PIC X(38) VALUE SPACES.          02360000
           EJECT                                                        02370000
      ***************************************************************** 02380000
      *    DISPLAY AREA                                               * 02390000
      ***************************************************************** 02400000
                                                                        02410000
       01  WS-DISPLAY-LINES.                                            02420000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02430000
           03  WS-DL-BLANK.                                             02440000
               05  FILLER         PIC X(01) VALUE '*'.                  02450000
               05  FILLER         PIC X(78) VALUE SPACES.               02460000
               05  FILLER         PIC X(01) VALUE '*'.                  02470000
           03  WS-DL-LINE.                                              02480000
               05  FILLER         PIC X(01) VALUE '*'.                  02490000
               05  WS-DL-LINE-TEXT                                      02500000
                                  PIC X(78) VALUE SPACES.               02510000
               05  FILLER         PIC X(01) VALUE '*'.                  02520000
           03  WS-DL-RUN-DATE.                                          02530000
               05  FILLER         PIC X(01) VALUE '*'.                  02540000
               05  WS-DL-RD-LABEL PIC X(16) VALUE SPACES.               02550000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               02560000
               05  FILLER         PIC X(01) VALUE '/'.                  02570000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               02580000
               05  FILLER         PIC X(01) VALUE '/'.                  02590000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               02600000
               05  FILLER         PIC X(52) VALUE SPACES.               02610000
               05  FILLER         PIC X(01) VALUE '*'.                  02620000
           03  WS-DL-TOTAL.                                             02630000
               05  FILLER         PIC X(01) VALUE '*'.                  02640000
               05  FILLER         PIC X(45) VALUE SPACES.               02650000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02660000
               05  FILLER         PIC X(3)  VALUE ' - '.                02670000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               02680000
               05  FILLER         PIC X(01) VALUE '*'.                  02690000
           EJECT                                                        02700000
      ***************************************************************** 02710000
      *    PROGRAM SUMMARY DETAIL LINE                                * 02720000
      ***************************************************************** 02730000
                                                                        02740000
       01  WS-DL-PROGRAM.                                               02750000
           03  FILLER                  PIC X(01) VALUE '*'.             02760000
           03  FILLER                  PIC X(02) VALUE SPACES.          02770000
           03  WS-DL-PG-PROGRAM        PIC X(08) VALUE SPACES.          02780000
           03  FILLER                  PIC X(01) VALUE SPACES.          02790000
           03  WS-DL-PG-TASKS          PIC ZZZ,ZZ9.                     02800000
           03  FILLER                  PIC X(01) VALUE SPACES.          02810000
           03  WS-DL-PG-AVERAGE        PIC Z,ZZZ,ZZ9.                   02820000
           03  FILLER                  PIC X(01) VALUE SPACES.          02830000
           03  WS-DL-PG-P95            PIC Z,ZZZ,ZZ9.                   02840000
           03  FILLER                  PIC X(01) VALUE SPACES.          02850000
           03  WS-DL-PG-WORST          PIC Z,ZZZ,ZZ9.                   02860000
           03  FILLER                  PIC X(01) VALUE SPACES.          02870000
           03  WS-DL-PG-THRESHOLD      PIC Z,ZZZ,ZZ9.                   02880000
           03  FILLER                  PIC X(01) VALUE SPACES.          02890000
           03  WS-DL-PG-OVER           PIC ZZZ,ZZ9.                     02900000
           03  FILLER                  PIC X(01) VALUE SPACES.          02910000
           03  WS-DL-PG-FLAG           PIC X(06) VALUE SPACES.          02920000
           03  FILLER                  PIC X(05) VALUE SPACES.          02930000
           03  FILLER                  PIC X(01) VALUE '*'.             02940000
           EJECT                                                        02950000
      ***************************************************************** 02960000
      *    HOURLY SUMMARY DETAIL LINE                                 * 02970000
      ***************************************************************** 02980000
                                                                        02990000
       01  WS-DL-HOUR.                                                  03000000
           03  FILLER                  PIC X(01) VALUE '*'.             03010000
           03  FILLER                  PIC X(02) VALUE SPACES.          03020000
           03  WS-DL-HR-HOUR           PIC X(02) VALUE SPACES.          03030000
           03  FILLER                  PIC X(03) VALUE ':00'.           03040000
           03  FILLER                  PIC X(05) VALUE SPACES.          03050000
           03  WS-DL-HR-TASKS          PIC ZZZ,ZZ9.                     03060000
           03  FILLER                  PIC X(01) VALUE SPACES.          03070000
           03  WS-DL-HR-AVERAGE        PIC Z,ZZZ,ZZ9.                   03080000
           03  FILLER                  PIC X(01) VALUE SPACES.          03090000
           03  WS-DL-HR-P95            PIC Z,ZZZ,ZZ9.                   03100000
           03  FILLER                  PIC X(01) VALUE SPACES.          03110000
           03  WS-DL-HR-WORST          PIC Z,ZZZ,ZZ9.                   03120000
           03  FILLER                  PIC X(01) VALUE SPACES.          03130000
           03  WS-DL-HR-ERRORS         PIC ZZZ,ZZ9.                     03140000
           03  FILLER                  PIC X(01) VALUE SPACES.          03150000
           03  WS-DL-HR-FLAG           PIC X(06) VALUE SPACES.          03160000
           03  FILLER                  PIC X(14) VALUE SPACES.          03170000
           03  FILLER                  PIC X(01) VALUE '*'.             03180000
           EJECT                                                        03190000
      ***************************************************************** 03200000
      *    SLOWEST TRANSACTION DETAIL LINE                            * 03210000
      ***************************************************************** 03220000
                                                                        03230000
       01  WS-DL-SLOWEST.                                               03240000
           03  FILLER                  PIC X(01) VALUE '*'.             03250000
           03  FILLER                  PIC X(02) VALUE SPACES.          03260000
           03  WS-DL-SL-TIME           PIC X(08) VALUE SPACES.          03270000
           03  FILLER                  PIC X(02) VALUE SPACES.          03280000
           03  WS-DL-SL-TRANSID        PIC X(04) VALUE SPACES.          03290000
           03  FILLER                  PIC X(02) VALUE SPACES.          03300000
           03  WS-DL-SL-PROGRAM        PIC X(08) VALUE SPACES.          03310000
           03  FILLER                  PIC X(02) VALUE SPACES.          03320000
           03  WS-DL-SL-USERID         PIC X(08) VALUE SPACES.          03330000
           03  FILLER                  PIC X(02) VALUE SPACES.          03340000
           03  WS-DL-SL-TERMID         PIC X(04) VALUE SPACES.          03350000
           03  FILLER                  PIC X(01) VALUE SPACES.          03360000
           03  WS-DL-SL-ELAPSED        PIC Z,ZZZ,ZZ9.                   03370000
           03  FILLER                  PIC X(02) VALUE SPACES.          03380000
           03  WS-DL-SL-ERROR          PIC X(05) VALUE SPACES.          03390000
           03  FILLER                  PIC X(01) VALUE SPACES.          03400000
           03  WS-DL-SL-OVER           PIC X(04) VALUE SPACES.          03410000
           03  FILLER                  PIC X(14) VALUE SPACES.          03420000
           03  FILLER                  PIC X(01) VALUE '*'.             03430000
           EJECT                                                        03440000
      ***************************************************************** 03450000
      *    BATCH RUN CONTROL (PDAS06) PARAMETERS                      * 03460000
      ***************************************************************** 03470000
                                                                        03480000
           COPY PDAS06CY.                                               03490000
           EJECT                                                        03500000
      ***************************************************************** 03510000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03520000
      ***************************************************************** 03530000
                                                                        03540000
           COPY PDAERRWS.                                               03550000
                                                                        03560000
       01  WS-PDA-BATCH-ERROR-01.                                       03570000
           05  FILLER             PIC X     VALUE SPACES.               03580000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03590000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03600000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB121'.            03610000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03620000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03630000
                                                                        03640000
       01  WS-PDA-BATCH-ERROR-02.                                       03650000
           05  FILLER             PIC X(8)  VALUE SPACES.               03660000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03670000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03680000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03690000
           EJECT                                                        03700000
      ***************************************************************** 03710000
      *    P R O C E D U R E    D I V I S I O N                       * 03720000
      ***************************************************************** 03730000
                                                                        03740000
       PROCEDURE DIVISION.                                              03750000
                                                                        03760000
      ***************************************************************** 03770000
      *                                                               * 03780000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03790000
      *                                                               * 03800000
      *    FUNCTION :  PROGRAM ENTRY.  LOAD THE CONTROL CARDS, READ   * 03810000
      *                THE REPORT DATE'S RESPONSE TIME RECORDS TWICE  * 03820000
      *                TO ACCUMULATE THE PROGRAM AND HOURLY           * 03830000
      *                STATISTICS AND THEIR 95TH PERCENTILES, THEN    * 03840000
      *                PRINT THE THREE REPORT SECTIONS AND THE        * 03850000
      *                SUMMARY COUNTS                                 * 03860000
      *                                                               * 03870000
      *    CALLED BY:  NONE                                           * 03880000
      *                                                               * 03890000
      ***************************************************************** 03900000
                                                                        03910000
       P00000-MAINLINE.                                                 03920000
                                                                        03930000
      ***************************************************************** 03940000
      *    RECORD THE START OF THIS RUN ON BATCH_RUN_CONTROL          * 03950000
      ***************************************************************** 03960000
                                                                        03970000
           MOVE SPACES TO PDAS06-PARMS.                                 03980000
           MOVE 'S' TO PDAS06-FUNCTION.                                 03990000
           MOVE 'PDAB121' TO PDAS06-PROGRAM.                            04000000
                                                                        04010000
           CALL 'PDAS06' USING PDAS06-PARMS.                            04020000
                                                                        04030000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04040000
           MOVE WS-DATE TO WS-REPORT-DATE.                              04050000
                                                                        04060000
           OPEN INPUT CONTROL-CARD.                                     04070000
                                                                        04080000
           PERFORM P05000-READ-CARD THRU P05000-EXIT                    04090000
               UNTIL END-OF-CARDS.                                      04100000
                                                                        04110000
           CLOSE CONTROL-CARD.                                          04120000
                                                                        04130000
           DISPLAY ' '.                                                 04140000
           DISPLAY WS-DL-ASTERISK.                                      04150000
           DISPLAY WS-DL-BLANK.                                         04160000
           MOVE '  PDAB121 - DAILY ONLINE RESPONSE TIME SLA REPORT'     04170000
               TO WS-DL-LINE-TEXT.                                      04180000
           DISPLAY WS-DL-LINE.                                          04190000
           MOVE '  RUN DATE    = ' TO WS-DL-RD-LABEL.                   04200000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        04210000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            04220000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          04230000
           DISPLAY WS-DL-RUN-DATE.                                      04240000
           MOVE '  REPORT DATE = ' TO WS-DL-RD-LABEL.                   04250000
           MOVE WS-RPT-DATE-MONTH TO WS-DL-RD-MONTH.                    04260000
           MOVE WS-RPT-DATE-DAY TO WS-DL-RD-DAY.                        04270000
           MOVE WS-RPT-DATE-YEAR TO WS-DL-RD-YEAR.                      04280000
           DISPLAY WS-DL-RUN-DATE.                                      04290000
           DISPLAY WS-DL-BLANK.                                         04300000
           DISPLAY WS-DL-ASTERISK.                                      04310000
           DISPLAY ' '.                                                 04320000
                                                                        04330000
           OPEN INPUT VSAM-RESPLOG.                                     04340000
                                                                        04350000
           IF RESPLOGF-EMPTY                                            04360000
               MOVE '  RESPONSE TIME LOG IS EMPTY, NOTHING TO REPORT'   04370000
                   TO WS-DL-LINE-TEXT                                   04380000
               DISPLAY WS-DL-LINE                                       04390000
               GO TO P00000-END-RUN                                     04400000
           END-IF.                                                      04410000
                                                                        04420000
           IF NOT RESPLOGF-OK                                           04430000
               MOVE 'OPEN RESPONSE TIME LOG FAILED' TO WPBE-MESSAGE     04440000
               MOVE WS-RESPLOG-STATUS TO WPBE-FILE-STATUS               04450000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04460000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04470000
           END-IF.                                                      04480000
                                                                        04490000
           PERFORM P20000-SELECT-LOG THRU P20000-EXIT.                  04500000
                                                                        04510000
           PERFORM P30000-ALLOCATE-TAILS THRU P30000-EXIT.              04520000
                                                                        04530000
           PERFORM P40000-PERCENTILES THRU P40000-EXIT.                 04540000
                                                                        04550000
           CLOSE VSAM-RESPLOG.                                          04560000
                                                                        04570000
           IF WS-TASKS-TODAY = ZEROES                                   04580000
               MOVE '  NO RESPONSE TIME RECORDS FOR THE REPORT DATE'    04590000
                   TO WS-DL-LINE-TEXT                                   04600000
               DISPLAY WS-DL-LINE                                       04610000
               GO TO P00000-END-RUN                                     04620000
           END-IF.                                                      04630000
                                                                        04640000
           PERFORM P50000-PRINT-PROGRAMS THRU P50000-EXIT.              04650000
           PERFORM P60000-PRINT-HOURS    THRU P60000-EXIT.              04660000
           PERFORM P70000-PRINT-SLOWEST  THRU P70000-EXIT.              04670000
                                                                        04680000
           DISPLAY ' '.                                                 04690000
           DISPLAY WS-DL-ASTERISK.                                      04700000
                                                                        04710000
           MOVE 'LOG RECORDS READ' TO WS-DL-T-TITLE.                    04720000
           MOVE WS-RECORDS-READ TO WS-DL-T-CNT.                         04730000
           DISPLAY WS-DL-TOTAL.                                         04740000
                                                                        04750000
           MOVE 'TASKS FOR REPORT DATE' TO WS-DL-T-TITLE.               04760000
           MOVE WS-TASKS-TODAY TO WS-DL-T-CNT.                          04770000
           DISPLAY WS-DL-TOTAL.                                         04780000
                                                                        04790000
           MOVE 'TASKS ENDED IN ERROR' TO WS-DL-T-TITLE.                04800000
           MOVE WS-ERROR-TASKS TO WS-DL-T-CNT.                          04810000
           DISPLAY WS-DL-TOTAL.                                         04820000
                                                                        04830000
           MOVE 'TASKS OVER THRESHOLD' TO WS-DL-T-TITLE.                04840000
           MOVE WS-OVER-TASKS TO WS-DL-T-CNT.                           04850000
           DISPLAY WS-DL-TOTAL.                                         04860000
                                                                        04870000
           MOVE 'PROGRAMS IN BREACH' TO WS-DL-T-TITLE.                  04880000
           MOVE WS-BREACH-PROGRAMS TO WS-DL-T-CNT.                      04890000
           DISPLAY WS-DL-TOTAL.                                         04900000
                                                                        04910000
           MOVE 'GROUPS WITHOUT 95TH PCT' TO WS-DL-T-TITLE.             04920000
           MOVE WS-NO-P95-GROUPS TO WS-DL-T-CNT.                        04930000
           DISPLAY WS-DL-TOTAL.                                         04940000
                                                                        04950000
           DISPLAY WS-DL-ASTERISK.                                      04960000
           DISPLAY ' '.                                                 04970000
                                                                        04980000
       P00000-END-RUN.                                                  04990000
                                                                        05000000
      ***************************************************************** 05010000
      *    RECORD THE END OF THIS RUN ON BATCH_RUN_CONTROL            * 05020000
      ***************************************************************** 05030000
                                                                        05040000
           MOVE 'E' TO PDAS06-FUNCTION.                                 05050000
           MOVE WS-RECORDS-READ TO PDAS06-RECORDS-READ.                 05060000
           MOVE ZEROES TO PDAS06-RETURN-CODE.                           05070000
           MOVE 'RUN COMPLETE' TO PDAS06-MESSAGE.                       05080000
                                                                        05090000
           CALL 'PDAS06' USING PDAS06-PARMS.                            05100000
                                                                        05110000
           GOBACK.                                                      05120000
                                                                        05130000
       P00000-EXIT.                                                     05140000
           EXIT.                                                        05150000
           EJECT                                                        05160000
      ***************************************************************** 05170000
      *                                                               * 05180000
      *    PARAGRAPH:  P05000-READ-CARD                               * 05190000
      *                                                               * 05200000
      *    FUNCTION :  READ ONE CONTROL CARD.  A DATE CARD OVERRIDES  * 05210000
      *                THE REPORT DATE; A PROG CARD SETS A PROGRAM'S  * 05220000
      *                RESPONSE THRESHOLD (*DEFAULT SETS THE          * 05230000
      *                THRESHOLD FOR PROGRAMS WITHOUT A CARD)         * 05240000
      *                                                               * 05250000
      *    CALLED BY:  P00000-MAINLINE                                * 05260000
      *                                                               * 05270000
      ***************************************************************** 05280000
                                                                        05290000
       P05000-READ-CARD.                                                05300000
                                                                        05310000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05320000
               AT END                                                   05330000
                   MOVE 'Y' TO WS-END-OF-CARDS-SW                       05340000
                   GO TO P05000-EXIT.                                   05350000
                                                                        05360000
           IF WCC-LABEL = 'DATE='                                       05370000
              AND WCC-VALUE-N IS NUMERIC                                05380000
               MOVE WCC-VALUE TO WS-REPORT-DATE                         05390000
               GO TO P05000-EXIT                                        05400000
           END-IF.                                                      05410000
                                                                        05420000
           IF WCC-LABEL NOT = 'PROG='                                   05430000
              OR WCC-VALUE = SPACES                                     05440000
              OR WCC-MAX-LABEL NOT = 'MAXMS='                           05450000
              OR WCC-MAX-MS-N IS NOT NUMERIC                            05460000
               DISPLAY 'PDAB121 - INVALID CONTROL CARD: '               05470000
                   WS-CONTROL-CARD                                      05480000
               GO TO P05000-EXIT                                        05490000
           END-IF.                                                      05500000
                                                                        05510000
           IF WCC-VALUE = '*DEFAULT'                                    05520000
               MOVE WCC-MAX-MS-N TO WS-DEFAULT-THRESHOLD                05530000
               GO TO P05000-EXIT                                        05540000
           END-IF.                                                      05550000
                                                                        05560000
           PERFORM P22000-FIND-OR-ADD-PROGRAM THRU P22000-EXIT.         05570000
                                                                        05580000
           MOVE WCC-MAX-MS-N TO WS-PG-THRESHOLD (WS-PG-NDX).            05590000
                                                                        05600000
       P05000-EXIT.                                                     05610000
           EXIT.                                                        05620000
           EJECT                                                        05630000
      ***************************************************************** 05640000
      *                                                               * 05650000
      *    PARAGRAPH:  P20000-SELECT-LOG                              * 05660000
      *                                                               * 05670000
      *    FUNCTION :  FIRST PASS.  POSITION ON THE FIRST RESPONSE    * 05680000
      *                TIME RECORD FOR THE REPORT DATE AND ACCUMULATE * 05690000
      *                EVERY RECORD FOR THAT DATE                     * 05700000
      *                                                               * 05710000
      *    CALLED BY:  P00000-MAINLINE                                * 05720000
      *                                                               * 05730000
      ***************************************************************** 05740000
                                                                        05750000
       P20000-SELECT-LOG.                                               05760000
                                                                        05770000
           MOVE LOW-VALUES TO RESP-LOG-KEY.                             05780000
           MOVE WS-REPORT-DATE-N TO RESP-LOG-DATE.                      05790000
                                                                        05800000
           START VSAM-RESPLOG                                           05810000
               KEY NOT LESS THAN RESP-LOG-KEY.                          05820000
                                                                        05830000
           IF RESPLOGF-NOTFOUND                                         05840000
               GO TO P20000-EXIT                                        05850000
           END-IF.                                                      05860000
                                                                        05870000
           IF NOT RESPLOGF-OK                                           05880000
               MOVE 'START RESPONSE TIME LOG FAILED' TO WPBE-MESSAGE    05890000
               MOVE WS-RESPLOG-STATUS TO WPBE-FILE-STATUS               05900000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          05910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05920000
           END-IF.                                                      05930000
                                                                        05940000
           PERFORM P21000-NEXT-LOG THRU P21000-EXIT                     05950000
               UNTIL END-OF-LOG.                                        05960000
                                                                        05970000
       P20000-EXIT.                                                     05980000
           EXIT.                                                        05990000
           EJECT                                                        06000000
      ***************************************************************** 06010000
      *                                                               * 06020000
      *    PARAGRAPH:  P21000-NEXT-LOG                                * 06030000
      *                                                               * 06040000
      *    FUNCTION :  READ THE NEXT RESPONSE TIME RECORD, ADD IT TO  * 06050000
      *                ITS PROGRAM AND HOUR TOTALS AND THE SLOWEST    * 06060000
      *                LIST                                           * 06070000
      *                                                               * 06080000
      *    CALLED BY:  P20000-SELECT-LOG                              * 06090000
      *                                                               * 06100000
      ***************************************************************** 06110000
                                                                        06120000
       P21000-NEXT-LOG.                                                 06130000
                                                                        06140000
           READ VSAM-RESPLOG NEXT.                                      06150000
                                                                        06160000
           IF RESPLOGF-END                                              06170000
               MOVE 'Y' TO WS-END-OF-LOG-SW                             06180000
               GO TO P21000-EXIT                                        06190000
           END-IF.                                                      06200000
                                                                        06210000
           IF NOT RESPLOGF-OK                                           06220000
               MOVE 'READ RESPONSE TIME LOG FAILED' TO WPBE-MESSAGE     06230000
               MOVE WS-RESPLOG-STATUS TO WPBE-FILE-STATUS               06240000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          06250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06260000
           END-IF.                                                      06270000
                                                                        06280000
           ADD +1 TO WS-RECORDS-READ.                                   06290000
                                                                        06300000
           IF RESP-LOG-DATE NOT = WS-REPORT-DATE-N                      06310000
               MOVE 'Y' TO WS-END-OF-LOG-SW                             06320000
               GO TO P21000-EXIT                                        06330000
           END-IF.                                                      06340000
                                                                        06350000
           ADD +1 TO WS-TASKS-TODAY.                                    06360000
                                                                        06370000
           IF RESP-LOG-ERROR                                            06380000
               ADD +1 TO WS-ERROR-TASKS                                 06390000
           END-IF.                                                      06400000
                                                                        06410000
      ***************************************************************** 06420000
      *    PROGRAM TOTALS                                             * 06430000
      ***************************************************************** 06440000
                                                                        06450000
           MOVE RESP-LOG-PROGRAM TO WCC-VALUE.                          06460000
                                                                        06470000
           PERFORM P22000-FIND-OR-ADD-PROGRAM THRU P22000-EXIT.         06480000
                                                                        06490000
           ADD +1 TO WS-PG-TASK-COUNT (WS-PG-NDX).                      06500000
           ADD RESP-LOG-ELAPSED-MS TO WS-PG-TOTAL-MS (WS-PG-NDX).       06510000
                                                                        06520000
           IF RESP-LOG-ELAPSED-MS > WS-PG-WORST-MS (WS-PG-NDX)          06530000
               MOVE RESP-LOG-ELAPSED-MS TO WS-PG-WORST-MS (WS-PG-NDX)   06540000
           END-IF.                                                      06550000
                                                                        06560000
           IF RESP-LOG-ELAPSED-MS > WS-PG-THRESHOLD (WS-PG-NDX)         06570000
               ADD +1 TO WS-PG-OVER-COUNT (WS-PG-NDX)                   06580000
               ADD +1 TO WS-OVER-TASKS                                  06590000
           END-IF.                                                      06600000
                                                                        06610000
           PERFORM P23000-CHECK-SLOWEST THRU P23000-EXIT.               06620000
                                                                        06630000
      ***************************************************************** 06640000
      *    HOURLY TOTALS (BY THE HOUR THE TASK STARTED)               * 06650000
      ***************************************************************** 06660000
                                                                        06670000
           MOVE SPACES TO WS-HOUR-KEY.                                  06680000
           MOVE RESP-LOG-TIME (1:2) TO WS-HOUR-KEY-HH.                  06690000
                                                                        06700000
           IF WS-HOUR-KEY-HH IS NOT NUMERIC                             06710000
               GO TO P21000-EXIT                                        06720000
           END-IF.                                                      06730000
                                                                        06740000
           MOVE WS-HOUR-KEY-HH TO WS-HOUR-N.                            06750000
                                                                        06760000
           IF WS-HOUR-N > 23                                            06770000
               GO TO P21000-EXIT                                        06780000
           END-IF.                                                      06790000
                                                                        06800000
           COMPUTE WS-HOUR-SUB = WS-HOUR-N + 1.                         06810000
           SET WS-HR-NDX TO WS-HOUR-SUB.                                06820000
                                                                        06830000
           ADD +1 TO WS-HR-TASK-COUNT (WS-HR-NDX).                      06840000
           ADD RESP-LOG-ELAPSED-MS TO WS-HR-TOTAL-MS (WS-HR-NDX).       06850000
                                                                        06860000
           IF RESP-LOG-ELAPSED-MS > WS-HR-WORST-MS (WS-HR-NDX)          06870000
               MOVE RESP-LOG-ELAPSED-MS TO WS-HR-WORST-MS (WS-HR-NDX)   06880000
           END-IF.                                                      06890000
                                                                        06900000
           IF RESP-LOG-ERROR                                            06910000
               ADD +1 TO WS-HR-ERROR-COUNT (WS-HR-NDX)                  06920000
           END-IF.                                                      06930000
                                                                        06940000
       P21000-EXIT.                                                     06950000
           EXIT.                                                        06960000
           EJECT                                                        06970000
      ***************************************************************** 06980000
      *                                                               * 06990000
      *    PARAGRAPH:  P22000-FIND-OR-ADD-PROGRAM                     * 07000000
      *                                                               * 07010000
      *    FUNCTION :  SEARCH THE PROGRAM TABLE FOR THE PROGRAM IN    * 07020000
      *                WCC-VALUE.  IF NOT FOUND, ADD A NEW ENTRY      * 07030000
      *                CARRYING THE DEFAULT THRESHOLD.  WS-PG-NDX     * 07040000
      *                POINTS TO THE ENTRY ON RETURN.  PROGRAMS       * 07050000
      *                BEYOND WS-PG-MAX SHARE THE LAST ENTRY          * 07060000
      *                                                               * 07070000
      *    CALLED BY:  P05000-READ-CARD                               * 07080000
      *                P21000-NEXT-LOG                                * 07090000
      *                P41000-NEXT-TAIL                               * 07100000
      *                                                               * 07110000
      ***************************************************************** 07120000
                                                                        07130000
       P22000-FIND-OR-ADD-PROGRAM.                                      07140000
                                                                        07150000
           SET WS-PG-NDX TO +1.                                         07160000
                                                                        07170000
           SEARCH WS-PG-ENTRY                                           07180000
               AT END                                                   07190000
                   PERFORM P22100-ADD-PROGRAM THRU P22100-EXIT          07200000
               WHEN WS-PG-PROGRAM (WS-PG-NDX) = WCC-VALUE               07210000
                   CONTINUE                                             07220000
           END-SEARCH.                                                  07230000
                                                                        07240000
       P22000-EXIT.                                                     07250000
           EXIT.                                                        07260000
                                                                        07270000
       P22100-ADD-PROGRAM.                                              07280000
                                                                        07290000
           IF WS-PG-CNT NOT < WS-PG-MAX                                 07300000
               SET WS-PG-NDX TO WS-PG-MAX                               07310000
               GO TO P22100-EXIT                                        07320000
           END-IF.                                                      07330000
                                                                        07340000
           ADD +1 TO WS-PG-CNT.                                         07350000
           SET WS-PG-NDX TO WS-PG-CNT.                                  07360000
           MOVE WCC-VALUE TO WS-PG-PROGRAM (WS-PG-NDX).                 07370000
           MOVE WS-DEFAULT-THRESHOLD TO WS-PG-THRESHOLD (WS-PG-NDX).    07380000
                                                                        07390000
       P22100-EXIT.                                                     07400000
           EXIT.                                                        07410000
           EJECT                                                        07420000
      ***************************************************************** 07430000
      *                                                               * 07440000
      *    PARAGRAPH:  P23000-CHECK-SLOWEST                           * 07450000
      *                                                               * 07460000
      *    FUNCTION :  KEEP THE CURRENT TASK IN THE SLOWEST LIST IF   * 07470000
      *                IT IS SLOWER THAN THE FASTEST TASK ALREADY     * 07480000
      *                THERE, THEN MOVE IT UP TO ITS PLACE            * 07490000
      *                                                               * 07500000
      *    CALLED BY:  P21000-NEXT-LOG                                * 07510000
      *                                                               * 07520000
      ***************************************************************** 07530000
                                                                        07540000
       P23000-CHECK-SLOWEST.                                            07550000
                                                                        07560000
           IF WS-SL-CNT < WS-SL-MAX                                     07570000
               ADD +1 TO WS-SL-CNT                                      07580000
           ELSE                                                         07590000
               IF RESP-LOG-ELAPSED-MS NOT >                             07600000
                  WS-SL-ELAPSED-MS (WS-SL-CNT)                          07610000
                   GO TO P23000-EXIT                                    07620000
               END-IF                                                   07630000
           END-IF.                                                      07640000
                                                                        07650000
           MOVE RESP-LOG-TIME TO WS-SL-TIME (WS-SL-CNT).                07660000
           MOVE RESP-LOG-TRANSID TO WS-SL-TRANSID (WS-SL-CNT).          07670000
           MOVE RESP-LOG-PROGRAM TO WS-SL-PROGRAM (WS-SL-CNT).          07680000
           MOVE RESP-LOG-USERID TO WS-SL-USERID (WS-SL-CNT).            07690000
           MOVE RESP-LOG-TERMID TO WS-SL-TERMID (WS-SL-CNT).            07700000
           MOVE RESP-LOG-ELAPSED-MS TO WS-SL-ELAPSED-MS (WS-SL-CNT).    07710000
           MOVE RESP-LOG-ERROR-SW TO WS-SL-ERROR-SW (WS-SL-CNT).        07720000
                                                                        07730000
           IF RESP-LOG-ELAPSED-MS > WS-PG-THRESHOLD (WS-PG-NDX)         07740000
               MOVE 'Y' TO WS-SL-OVER-SW (WS-SL-CNT)                    07750000
           ELSE                                                         07760000
               MOVE 'N' TO WS-SL-OVER-SW (WS-SL-CNT)                    07770000
           END-IF.                                                      07780000
                                                                        07790000
           PERFORM P23100-MOVE-UP THRU P23100-EXIT                      07800000
               VARYING WS-SL-SUB FROM WS-SL-CNT BY -1                   07810000
                   UNTIL WS-SL-SUB < 2.                                 07820000
                                                                        07830000
       P23000-EXIT.                                                     07840000
           EXIT.                                                        07850000
                                                                        07860000
       P23100-MOVE-UP.                                                  07870000
                                                                        07880000
           IF WS-SL-ELAPSED-MS (WS-SL-SUB) NOT >                        07890000
              WS-SL-ELAPSED-MS (WS-SL-SUB - 1)                          07900000
               MOVE 1 TO WS-SL-SUB                                      07910000
               GO TO P23100-EXIT                                        07920000
           END-IF.                                                      07930000
                                                                        07940000
           MOVE WS-SL-ENTRY (WS-SL-SUB) TO WS-SL-HOLD.                  07950000
           MOVE WS-SL-ENTRY (WS-SL-SUB - 1) TO WS-SL-ENTRY (WS-SL-SUB). 07960000
           MOVE WS-SL-HOLD TO WS-SL-ENTRY (WS-SL-SUB - 1).              07970000
                                                                        07980000
       P23100-EXIT.                                                     07990000
           EXIT.                                                        08000000
           EJECT                                                        08010000
      ***************************************************************** 08020000
      *                                                               * 08030000
      *    PARAGRAPH:  P30000-ALLOCATE-TAILS                          * 08040000
      *                                                               * 08050000
      *    FUNCTION :  GIVE EACH PROGRAM AND HOUR WITH TASKS ITS      * 08060000
      *                SLICE OF THE 95TH PERCENTILE TABLE, SIZED TO   * 08070000
      *                HOLD ITS TASKS FROM RANK CEILING(0.95 X        * 08080000
      *                VOLUME) UP TO ITS SLOWEST                      * 08090000
      *                                                               * 08100000
      *    CALLED BY:  P00000-MAINLINE                                * 08110000
      *                                                               * 08120000
      ***************************************************************** 08130000
                                                                        08140000
       P30000-ALLOCATE-TAILS.                                           08150000
                                                                        08160000
           PERFORM P31000-ALLOCATE-PROGRAM THRU P31000-EXIT             08170000
               VARYING WS-PG-NDX FROM +1 BY +1                          08180000
                   UNTIL WS-PG-NDX > WS-PG-CNT.                         08190000
                                                                        08200000
           PERFORM P32000-ALLOCATE-HOUR THRU P32000-EXIT                08210000
               VARYING WS-HR-NDX FROM +1 BY +1                          08220000
                   UNTIL WS-HR-NDX > 24.                                08230000
                                                                        08240000
       P30000-EXIT.                                                     08250000
           EXIT.                                                        08260000
                                                                        08270000
       P31000-ALLOCATE-PROGRAM.                                         08280000
                                                                        08290000
           IF WS-PG-TASK-COUNT (WS-PG-NDX) = ZEROES                     08300000
               GO TO P31000-EXIT                                        08310000
           END-IF.                                                      08320000
                                                                        08330000
           MOVE WS-PG-TASK-COUNT (WS-PG-NDX) TO WS-TL-CNT.              08340000
                                                                        08350000
           PERFORM P33000-RESERVE-TAIL THRU P33000-EXIT.                08360000
                                                                        08370000
           MOVE WS-TL-START TO WS-PG-TAIL-START (WS-PG-NDX).            08380000
           MOVE WS-TL-SIZE TO WS-PG-TAIL-SIZE (WS-PG-NDX).              08390000
                                                                        08400000
       P31000-EXIT.                                                     08410000
           EXIT.                                                        08420000
                                                                        08430000
       P32000-ALLOCATE-HOUR.                                            08440000
                                                                        08450000
           IF WS-HR-TASK-COUNT (WS-HR-NDX) = ZEROES                     08460000
               GO TO P32000-EXIT                                        08470000
           END-IF.                                                      08480000
                                                                        08490000
           MOVE WS-HR-TASK-COUNT (WS-HR-NDX) TO WS-TL-CNT.              08500000
                                                                        08510000
           PERFORM P33000-RESERVE-TAIL THRU P33000-EXIT.                08520000
                                                                        08530000
           MOVE WS-TL-START TO WS-HR-TAIL-START (WS-HR-NDX).            08540000
           MOVE WS-TL-SIZE TO WS-HR-TAIL-SIZE (WS-HR-NDX).              08550000
                                                                        08560000
       P32000-EXIT.                                                     08570000
           EXIT.                                                        08580000
                                                                        08590000
      ***************************************************************** 08600000
      *    RESERVE A SLICE FOR A GROUP OF WS-TL-CNT TASKS.  A GROUP   * 08610000
      *    THAT WILL NOT FIT IS LEFT WITHOUT A SLICE (SIZE ZERO)      * 08620000
      ***************************************************************** 08630000
                                                                        08640000
       P33000-RESERVE-TAIL.                                             08650000
                                                                        08660000
           COMPUTE WS-GROUP-RANK = (WS-TL-CNT * 95 + 99) / 100.         08670000
           COMPUTE WS-TL-SIZE = WS-TL-CNT - WS-GROUP-RANK + 1.          08680000
                                                                        08690000
           IF WS-TL-USED + WS-TL-SIZE > WS-TL-MAX                       08700000
               ADD +1 TO WS-NO-P95-GROUPS                               08710000
               MOVE ZEROES TO WS-TL-START                               08720000
                              WS-TL-SIZE                                08730000
               GO TO P33000-EXIT                                        08740000
           END-IF.                                                      08750000
                                                                        08760000
           COMPUTE WS-TL-START = WS-TL-USED + 1.                        08770000
           ADD WS-TL-SIZE TO WS-TL-USED.                                08780000
                                                                        08790000
       P33000-EXIT.                                                     08800000
           EXIT.                                                        08810000
           EJECT                                                        08820000
      ***************************************************************** 08830000
      *                                                               * 08840000
      *    PARAGRAPH:  P40000-PERCENTILES                             * 08850000
      *                                                               * 08860000
      *    FUNCTION :  SECOND PASS.  READ THE REPORT DATE'S RESPONSE  * 08870000
      *                TIME RECORDS AGAIN, KEEPING EACH PROGRAM'S AND * 08880000
      *                HOUR'S SLOWEST TASKS IN ITS SLICE.  THE LAST   * 08890000
      *                ENTRY OF A FULL SLICE IS THE TASK AT THE 95TH  * 08900000
      *                PERCENTILE RANK OF ITS GROUP                   * 08910000
      *                                                               * 08920000
      *    CALLED BY:  P00000-MAINLINE                                * 08930000
      *                                                               * 08940000
      ***************************************************************** 08950000
                                                                        08960000
       P40000-PERCENTILES.                                              08970000
                                                                        08980000
           IF WS-TL-USED = ZEROES                                       08990000
               GO TO P40000-EXIT                                        09000000
           END-IF.                                                      09010000
                                                                        09020000
           MOVE 'N' TO WS-END-OF-LOG-SW.                                09030000
           MOVE LOW-VALUES TO RESP-LOG-KEY.                             09040000
           MOVE WS-REPORT-DATE-N TO RESP-LOG-DATE.                      09050000
                                                                        09060000
           START VSAM-RESPLOG                                           09070000
               KEY NOT LESS THAN RESP-LOG-KEY.                          09080000
                                                                        09090000
           IF NOT RESPLOGF-OK                                           09100000
               MOVE 'START RESPONSE TIME LOG FAILED' TO WPBE-MESSAGE    09110000
               MOVE WS-RESPLOG-STATUS TO WPBE-FILE-STATUS               09120000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          09130000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09140000
           END-IF.                                                      09150000
                                                                        09160000
           PERFORM P41000-NEXT-TAIL THRU P41000-EXIT                    09170000
               UNTIL END-OF-LOG.                                        09180000
                                                                        09190000
           PERFORM P43000-PROGRAM-P95 THRU P43000-EXIT                  09200000
               VARYING WS-PG-NDX FROM +1 BY +1                          09210000
                   UNTIL WS-PG-NDX > WS-PG-CNT.                         09220000
                                                                        09230000
           PERFORM P44000-HOUR-P95 THRU P44000-EXIT                     09240000
               VARYING WS-HR-NDX FROM +1 BY +1                          09250000
                   UNTIL WS-HR-NDX > 24.                                09260000
                                                                        09270000
       P40000-EXIT.                                                     09280000
           EXIT.                                                        09290000
           EJECT                                                        09300000
      ***************************************************************** 09310000
      *                                                               * 09320000
      *    PARAGRAPH:  P41000-NEXT-TAIL                               * 09330000
      *                                                               * 09340000
      *    FUNCTION :  READ THE NEXT RESPONSE TIME RECORD AND ADD ITS * 09350000
      *                ELAPSED TIME TO ITS PROGRAM'S SLICE AND TO ITS * 09360000
      *                HOUR'S SLICE                                   * 09370000
      *                                                               * 09380000
      *    CALLED BY:  P40000-PERCENTILES                             * 09390000
      *                                                               * 09400000
      ***************************************************************** 09410000
                                                                        09420000
       P41000-NEXT-TAIL.                                                09430000
                                                                        09440000
           READ VSAM-RESPLOG NEXT.                                      09450000
                                                                        09460000
           IF RESPLOGF-END                                              09470000
               MOVE 'Y' TO WS-END-OF-LOG-SW                             09480000
               GO TO P41000-EXIT                                        09490000
           END-IF.                                                      09500000
                                                                        09510000
           IF NOT RESPLOGF-OK                                           09520000
               MOVE 'READ RESPONSE TIME LOG FAILED' TO WPBE-MESSAGE     09530000
               MOVE WS-RESPLOG-STATUS TO WPBE-FILE-STATUS               09540000
               MOVE 'P41000' TO WPBE-PARAGRAPH                          09550000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09560000
           END-IF.                                                      09570000
                                                                        09580000
           IF RESP-LOG-DATE NOT = WS-REPORT-DATE-N                      09590000
               MOVE 'Y' TO WS-END-OF-LOG-SW                             09600000
               GO TO P41000-EXIT                                        09610000
           END-IF.                                                      09620000
                                                                        09630000
           MOVE RESP-LOG-PROGRAM TO WCC-VALUE.                          09640000
                                                                        09650000
           PERFORM P22000-FIND-OR-ADD-PROGRAM THRU P22000-EXIT.         09660000
                                                                        09670000
           MOVE WS-PG-TAIL-START (WS-PG-NDX) TO WS-TL-START.            09680000
           MOVE WS-PG-TAIL-SIZE (WS-PG-NDX) TO WS-TL-SIZE.              09690000
           MOVE WS-PG-TAIL-CNT (WS-PG-NDX) TO WS-TL-CNT.                09700000
                                                                        09710000
           PERFORM P42000-ADD-TO-TAIL THRU P42000-EXIT.                 09720000
                                                                        09730000
           MOVE WS-TL-CNT TO WS-PG-TAIL-CNT (WS-PG-NDX).                09740000
                                                                        09750000
           MOVE RESP-LOG-TIME (1:2) TO WS-HOUR-KEY-HH.                  09760000
                                                                        09770000
           IF WS-HOUR-KEY-HH IS NOT NUMERIC                             09780000
               GO TO P41000-EXIT                                        09790000
           END-IF.                                                      09800000
                                                                        09810000
           MOVE WS-HOUR-KEY-HH TO WS-HOUR-N.                            09820000
                                                                        09830000
           IF WS-HOUR-N > 23                                            09840000
               GO TO P41000-EXIT                                        09850000
           END-IF.                                                      09860000
                                                                        09870000
           COMPUTE WS-HOUR-SUB = WS-HOUR-N + 1.                         09880000
           SET WS-HR-NDX TO WS-HOUR-SUB.                                09890000
                                                                        09900000
           MOVE WS-HR-TAIL-START (WS-HR-NDX) TO WS-TL-START.            09910000
           MOVE WS-HR-TAIL-SIZE (WS-HR-NDX) TO WS-TL-SIZE.              09920000
           MOVE WS-HR-TAIL-CNT (WS-HR-NDX) TO WS-TL-CNT.                09930000
                                                                        09940000
           PERFORM P42000-ADD-TO-TAIL THRU P42000-EXIT.                 09950000
                                                                        09960000
           MOVE WS-TL-CNT TO WS-HR-TAIL-CNT (WS-HR-NDX).                09970000
                                                                        09980000
       P41000-EXIT.                                                     09990000
           EXIT.                                                        10000000
           EJECT                                                        10010000
      ***************************************************************** 10020000
      *                                                               * 10030000
      *    PARAGRAPH:  P42000-ADD-TO-TAIL                             * 10040000
      *                                                               * 10050000
      *    FUNCTION :  KEEP THE CURRENT TASK IN THE SLICE AT          * 10060000
      *                WS-TL-START IF THE SLICE IS NOT YET FULL OR    * 10070000
      *                THE TASK IS SLOWER THAN ITS LAST ENTRY, THEN   * 10080000
      *                MOVE IT UP TO ITS PLACE                        * 10090000
      *                                                               * 10100000
      *    CALLED BY:  P41000-NEXT-TAIL                               * 10110000
      *                                                               * 10120000
      ***************************************************************** 10130000
                                                                        10140000
       P42000-ADD-TO-TAIL.                                              10150000
                                                                        10160000
           IF WS-TL-SIZE = ZEROES                                       10170000
               GO TO P42000-EXIT                                        10180000
           END-IF.                                                      10190000
                                                                        10200000
           IF WS-TL-CNT < WS-TL-SIZE                                    10210000
               ADD +1 TO WS-TL-CNT                                      10220000
           ELSE                                                         10230000
               COMPUTE WS-TL-SUB = WS-TL-START + WS-TL-SIZE - 1         10240000
               IF RESP-LOG-ELAPSED-MS NOT >                             10250000
                  WS-TL-ELAPSED-MS (WS-TL-SUB)                          10260000
                   GO TO P42000-EXIT                                    10270000
               END-IF                                                   10280000
           END-IF.                                                      10290000
                                                                        10300000
           COMPUTE WS-TL-LAST = WS-TL-START + WS-TL-CNT - 1.            10310000
           MOVE RESP-LOG-ELAPSED-MS TO WS-TL-ELAPSED-MS (WS-TL-LAST).   10320000
                                                                        10330000
           PERFORM P42100-MOVE-UP THRU P42100-EXIT                      10340000
               VARYING WS-TL-SUB FROM WS-TL-LAST BY -1                  10350000
                   UNTIL WS-TL-SUB NOT > WS-TL-START.                   10360000
                                                                        10370000
       P42000-EXIT.                                                     10380000
           EXIT.                                                        10390000
                                                                        10400000
       P42100-MOVE-UP.                                                  10410000
                                                                        10420000
           IF WS-TL-ELAPSED-MS (WS-TL-SUB) NOT >                        10430000
              WS-TL-ELAPSED-MS (WS-TL-SUB - 1)                          10440000
               MOVE WS-TL-START TO WS-TL-SUB                            10450000
               GO TO P42100-EXIT                                        10460000
           END-IF.                                                      10470000
                                                                        10480000
           MOVE WS-TL-ELAPSED-MS (WS-TL-SUB) TO WS-TL-HOLD.             10490000
           MOVE WS-TL-ELAPSED-MS (WS-TL-SUB - 1)                        10500000
               TO WS-TL-ELAPSED-MS (WS-TL-SUB).                         10510000
           MOVE WS-TL-HOLD TO WS-TL-ELAPSED-MS (WS-TL-SUB - 1).         10520000
                                                                        10530000
       P42100-EXIT.                                                     10540000
           EXIT.                                                        10550000
           EJECT                                                        10560000
      ***************************************************************** 10570000
      *                                                               * 10580000
      *    PARAGRAPH:  P43000-PROGRAM-P95                             * 10590000
      *                                                               * 10600000
      *    FUNCTION :  TAKE EACH PROGRAM'S AND EACH HOUR'S 95TH       * 10610000
      *                PERCENTILE FROM THE LAST ENTRY OF ITS SLICE    * 10620000
      *                                                               * 10630000
      *    CALLED BY:  P40000-PERCENTILES                             * 10640000
      *                                                               * 10650000
      ***************************************************************** 10660000
                                                                        10670000
       P43000-PROGRAM-P95.                                              10680000
                                                                        10690000
           IF WS-PG-TAIL-SIZE (WS-PG-NDX) = ZEROES                      10700000
               GO TO P43000-EXIT                                        10710000
           END-IF.                                                      10720000
                                                                        10730000
           COMPUTE WS-TL-SUB = WS-PG-TAIL-START (WS-PG-NDX) +           10740000
                               WS-PG-TAIL-SIZE (WS-PG-NDX) - 1.         10750000
                                                                        10760000
           MOVE WS-TL-ELAPSED-MS (WS-TL-SUB)                            10770000
               TO WS-PG-P95-MS (WS-PG-NDX).                             10780000
                                                                        10790000
       P43000-EXIT.                                                     10800000
           EXIT.                                                        10810000
                                                                        10820000
       P44000-HOUR-P95.                                                 10830000
                                                                        10840000
           IF WS-HR-TAIL-SIZE (WS-HR-NDX) = ZEROES                      10850000
               GO TO P44000-EXIT                                        10860000
           END-IF.                                                      10870000
                                                                        10880000
           COMPUTE WS-TL-SUB = WS-HR-TAIL-START (WS-HR-NDX) +           10890000
                               WS-HR-TAIL-SIZE (WS-HR-NDX) - 1.         10900000
                                                                        10910000
           MOVE WS-TL-ELAPSED-MS (WS-TL-SUB)                            10920000
               TO WS-HR-P95-MS (WS-HR-NDX).                             10930000
                                                                        10940000
       P44000-EXIT.                                                     10950000
           EXIT.                                                        10960000
           EJECT                                                        10970000
      ***************************************************************** 10980000
      *                                                               * 10990000
      *    PARAGRAPH:  P50000-PRINT-PROGRAMS                          * 11000000
      *                                                               * 11010000
      *    FUNCTION :  PRINT ONE LINE PER PROGRAM WITH TASKS ON THE   * 11020000
      *                REPORT DATE, FLAGGING A BREACH WHEN THE 95TH   * 11030000
      *                PERCENTILE EXCEEDS THE PROGRAM'S THRESHOLD     * 11040000
      *                                                               * 11050000
      *    CALLED BY:  P00000-MAINLINE                                * 11060000
      *                                                               * 11070000
      ***************************************************************** 11080000
                                                                        11090000
       P50000-PRINT-PROGRAMS.                                           11100000
                                                                        11110000
           DISPLAY WS-DL-ASTERISK.                                      11120000
           MOVE '  RESPONSE TIME BY PROGRAM (MILLISECONDS)'             11130000
               TO WS-DL-LINE-TEXT.                                      11140000
           DISPLAY WS-DL-LINE.                                          11150000
           MOVE '  PROGRAM    TASKS   AVERAGE  95TH PCT     WORST THRESH11160000
      -         'OLD    OVER' TO WS-DL-LINE-TEXT.                       11170000
           DISPLAY WS-DL-LINE.                                          11180000
           DISPLAY WS-DL-BLANK.                                         11190000
                                                                        11200000
           PERFORM P51000-PRINT-PROGRAM-LINE THRU P51000-EXIT           11210000
               VARYING WS-PG-NDX FROM +1 BY +1                          11220000
                   UNTIL WS-PG-NDX > WS-PG-CNT.                         11230000
                                                                        11240000
           DISPLAY WS-DL-BLANK.                                         11250000
                                                                        11260000
       P50000-EXIT.                                                     11270000
           EXIT.                                                        11280000
                                                                        11290000
       P51000-PRINT-PROGRAM-LINE.                                       11300000
                                                                        11310000
           IF WS-PG-TASK-COUNT (WS-PG-NDX) = ZEROES                     11320000
               GO TO P51000-EXIT                                        11330000
           END-IF.                                                      11340000
                                                                        11350000
           COMPUTE WS-AVERAGE-MS ROUNDED =                              11360000
               WS-PG-TOTAL-MS (WS-PG-NDX) /                             11370000
               WS-PG-TASK-COUNT (WS-PG-NDX).                            11380000
                                                                        11390000
           MOVE WS-PG-PROGRAM (WS-PG-NDX)     TO WS-DL-PG-PROGRAM.      11400000
           MOVE WS-PG-TASK-COUNT (WS-PG-NDX)  TO WS-DL-PG-TASKS.        11410000
           MOVE WS-AVERAGE-MS                 TO WS-DL-PG-AVERAGE.      11420000
           MOVE WS-PG-P95-MS (WS-PG-NDX)      TO WS-DL-PG-P95.          11430000
           MOVE WS-PG-WORST-MS (WS-PG-NDX)    TO WS-DL-PG-WORST.        11440000
           MOVE WS-PG-THRESHOLD (WS-PG-NDX)   TO WS-DL-PG-THRESHOLD.    11450000
           MOVE WS-PG-OVER-COUNT (WS-PG-NDX)  TO WS-DL-PG-OVER.         11460000
                                                                        11470000
           IF WS-PG-TAIL-SIZE (WS-PG-NDX) = ZEROES                      11480000
               MOVE 'NO P95' TO WS-DL-PG-FLAG                           11490000
           ELSE                                                         11500000
               IF WS-PG-P95-MS (WS-PG-NDX) >                            11510000
                  WS-PG-THRESHOLD (WS-PG-NDX)                           11520000
                   MOVE 'BREACH' TO WS-DL-PG-FLAG                       11530000
                   ADD +1 TO WS-BREACH-PROGRAMS                         11540000
               ELSE                                                     11550000
                   MOVE SPACES TO WS-DL-PG-FLAG                         11560000
               END-IF                                                   11570000
           END-IF.                                                      11580000
                                                                        11590000
           DISPLAY WS-DL-PROGRAM.                                       11600000
                                                                        11610000
       P51000-EXIT.                                                     11620000
           EXIT.                                                        11630000
           EJECT                                                        11640000
      ***************************************************************** 11650000
      *                                                               * 11660000
      *    PARAGRAPH:  P60000-PRINT-HOURS                             * 11670000
      *                                                               * 11680000
      *    FUNCTION :  PRINT ONE LINE PER HOUR OF THE DAY THAT HAD    * 11690000
      *                TASKS, BY THE HOUR THE TASK STARTED            * 11700000
      *                                                               * 11710000
      *    CALLED BY:  P00000-MAINLINE                                * 11720000
      *                                                               * 11730000
      ***************************************************************** 11740000
                                                                        11750000
       P60000-PRINT-HOURS.                                              11760000
                                                                        11770000
           DISPLAY WS-DL-ASTERISK.                                      11780000
           MOVE '  RESPONSE TIME BY HOUR (MILLISECONDS)'                11790000
               TO WS-DL-LINE-TEXT.                                      11800000
           DISPLAY WS-DL-LINE.                                          11810000
           MOVE '  HOUR        TASKS   AVERAGE  95TH PCT     WORST  ERRO11820000
      -         'RS' TO WS-DL-LINE-TEXT.                                11830000
           DISPLAY WS-DL-LINE.                                          11840000
           DISPLAY WS-DL-BLANK.                                         11850000
                                                                        11860000
           PERFORM P61000-PRINT-HOUR-LINE THRU P61000-EXIT              11870000
               VARYING WS-HR-NDX FROM +1 BY +1                          11880000
                   UNTIL WS-HR-NDX > 24.                                11890000
                                                                        11900000
           DISPLAY WS-DL-BLANK.                                         11910000
                                                                        11920000
       P60000-EXIT.                                                     11930000
           EXIT.                                                        11940000
                                                                        11950000
       P61000-PRINT-HOUR-LINE.                                          11960000
                                                                        11970000
           IF WS-HR-TASK-COUNT (WS-HR-NDX) = ZEROES                     11980000
               GO TO P61000-EXIT                                        11990000
           END-IF.                                                      12000000
                                                                        12010000
           SET WS-HOUR-SUB TO WS-HR-NDX.                                12020000
           COMPUTE WS-HOUR-N = WS-HOUR-SUB - 1.                         12030000
                                                                        12040000
           COMPUTE WS-AVERAGE-MS ROUNDED =                              12050000
               WS-HR-TOTAL-MS (WS-HR-NDX) /                             12060000
               WS-HR-TASK-COUNT (WS-HR-NDX).                            12070000
                                                                        12080000
           MOVE WS-HOUR-N                     TO WS-DL-HR-HOUR.         12090000
           MOVE WS-HR-TASK-COUNT (WS-HR-NDX)  TO WS-DL-HR-TASKS.        12100000
           MOVE WS-AVERAGE-MS                 TO WS-DL-HR-AVERAGE.      12110000
           MOVE WS-HR-P95-MS (WS-HR-NDX)      TO WS-DL-HR-P95.          12120000
           MOVE WS-HR-WORST-MS (WS-HR-NDX)    TO WS-DL-HR-WORST.        12130000
           MOVE WS-HR-ERROR-COUNT (WS-HR-NDX) TO WS-DL-HR-ERRORS.       12140000
                                                                        12150000
           IF WS-HR-TAIL-SIZE (WS-HR-NDX) = ZEROES                      12160000
               MOVE 'NO P95' TO WS-DL-HR-FLAG                           12170000
           ELSE                                                         12180000
               MOVE SPACES TO WS-DL-HR-FLAG                             12190000
           END-IF.                                                      12200000
                                                                        12210000
           DISPLAY WS-DL-HOUR.                                          12220000
                                                                        12230000
       P61000-EXIT.                                                     12240000
           EXIT.                                                        12250000
           EJECT                                                        12260000
      ***************************************************************** 12270000
      *                                                               * 12280000
      *    PARAGRAPH:  P70000-PRINT-SLOWEST                           * 12290000
      *                                                               * 12300000
      *    FUNCTION :  PRINT THE SLOWEST INDIVIDUAL TRANSACTIONS OF   * 12310000
      *                THE DAY, SLOWEST FIRST, MARKING THOSE THAT     * 12320000
      *                ENDED IN ERROR OR EXCEEDED THEIR PROGRAM'S     * 12330000
      *                THRESHOLD                                      * 12340000
      *                                                               * 12350000
      *    CALLED BY:  P00000-MAINLINE                                * 12360000
      *                                                               * 12370000
      ***************************************************************** 12380000
                                                                        12390000
       P70000-PRINT-SLOWEST.                                            12400000
                                                                        12410000
           DISPLAY WS-DL-ASTERISK.                                      12420000
           MOVE '  SLOWEST TRANSACTIONS (MILLISECONDS)'                 12430000
               TO WS-DL-LINE-TEXT.                                      12440000
           DISPLAY WS-DL-LINE.                                          12450000
           MOVE '  START     TRAN  PROGRAM   USERID    TERM   ELAPSED  E12460000
      -         'RROR OVER' TO WS-DL-LINE-TEXT.                         12470000
           DISPLAY WS-DL-LINE.                                          12480000
           DISPLAY WS-DL-BLANK.                                         12490000
                                                                        12500000
           PERFORM P71000-PRINT-SLOWEST-LINE THRU P71000-EXIT           12510000
               VARYING WS-SL-SUB FROM +1 BY +1                          12520000
                   UNTIL WS-SL-SUB > WS-SL-CNT.                         12530000
                                                                        12540000
       P70000-EXIT.                                                     12550000
           EXIT.                                                        12560000
                                                                        12570000
       P71000-PRINT-SLOWEST-LINE.                                       12580000
                                                                        12590000
           MOVE WS-SL-TIME (WS-SL-SUB)       TO WS-DL-SL-TIME.          12600000
           MOVE WS-SL-TRANSID (WS-SL-SUB)    TO WS-DL-SL-TRANSID.       12610000
           MOVE WS-SL-PROGRAM (WS-SL-SUB)    TO WS-DL-SL-PROGRAM.       12620000
           MOVE WS-SL-USERID (WS-SL-SUB)     TO WS-DL-SL-USERID.        12630000
           MOVE WS-SL-TERMID (WS-SL-SUB)     TO WS-DL-SL-TERMID.        12640000
           MOVE WS-SL-ELAPSED-MS (WS-SL-SUB) TO WS-DL-SL-ELAPSED.       12650000
                                                                        12660000
           IF WS-SL-ERROR-SW (WS-SL-SUB) = 'Y'                          12670000
               MOVE 'ERROR' TO WS-DL-SL-ERROR                           12680000
           ELSE                                                         12690000
               MOVE SPACES TO WS-DL-SL-ERROR                            12700000
           END-IF.                                                      12710000
                                                                        12720000
           IF WS-SL-OVER-SW (WS-SL-SUB) = 'Y'                           12730000
               MOVE 'OVER' TO WS-DL-SL-OVER                             12740000
           ELSE                                                         12750000
               MOVE SPACES TO WS-DL-SL-OVER                             12760000
           END-IF.                                                      12770000
                                                                        12780000
           DISPLAY WS-DL-SLOWEST.                                       12790000
                                                                        12800000
       P71000-EXIT.                                                     12810000
           EXIT.                                                        12820000
           EJECT                                                        12830000
      ***************************************************************** 12840000
      *                                                               * 12850000
      *    PARAGRAPH:  P99999-ABEND                                   * 12860000
      *                                                               * 12870000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 12880000
      *                ERROR HAS BEEN ENCOUNTERED                     * 12890000
      *                                                               * 12900000
      *    CALLED BY:  VARIOUS                                        * 12910000
      *                                                               * 12920000
      ***************************************************************** 12930000
                                                                        12940000
       P99999-ABEND.                                                    12950000
                                                                        12960000
           DISPLAY ' '.                                                 12970000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               12980000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               12990000
           DISPLAY ' '.                                                 13000000
                                                                        13010000
           MOVE 16 TO RETURN-CODE.                                      13020000
                                                                        13030000
           GOBACK.                                                      13040000
                                                                        13050000
       P99999-EXIT.                                                     13060000
           EXIT.                                                        13070000
