       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB124.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB124                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB124 IS THE MONTHLY SUGGESTION TAKE-   * 00100000
      *             RATE REPORT.  IT READS THE SUGGESTION LOG WRITTEN * 00110000
      *             BY PDA007 (ONE RECORD PER "CUSTOMERS ALSO         * 00120000
      *             ORDERED" ITEM SHOWN, ONE PER SUGGESTION ADDED TO  * 00130000
      *             THE PENDING ORDER), SELECTS THE MONTH NAMED ON    * 00140000
      *             THE CONTROL CARD AND REPORTS HOW OFTEN THE        * 00150000
      *             SUGGESTIONS WERE TAKEN -- OVERALL, BY AFFINITY    * 00160000
      *             RANK, AND FOR EACH ITEM / SUGGESTED ITEM PAIR     * 00170000
      *             RANKED BY SUGGESTIONS TAKEN.                      * 00180000
      *                                                               * 00190000
      *             CONTROL CARD LAYOUT:                              * 00200000
      *               COL  1- 7   'PERIOD='                           * 00210000
      *               COL  8-13   MONTH (CCYYMM)                      * 00220000
      *                                                               * 00230000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00240000
      *             SUGGESTION LOG       -  VSAM KSDS    (INPUT)      * 00250000
      *                                                               * 00260000
      ***************************************************************** 00270000
      *             PROGRAM CHANGE LOG                                * 00280000
      *             -------------------                               * 00290000
      *                                                               * 00300000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00310000
      *  --------   --------------------  --------------------------  * 00320000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00330000
      *                                                               * 00340000
      ***************************************************************** 00350000
           EJECT                                                        00360000
       ENVIRONMENT DIVISION.                                            00370000
                                                                        00380000
       INPUT-OUTPUT SECTION.                                            00390000
                                                                        00400000
       FILE-CONTROL.                                                    00410000
                                                                        00420000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00430000
                                                                        00440000
           SELECT VSAM-SUGG-LOG        ASSIGN TO VSUGGLOG               00450000
                                       ORGANIZATION IS INDEXED          00460000
                                       ACCESS IS SEQUENTIAL             00470000
                                       RECORD KEY IS SUGG-LOG-KEY       00480000
                                       FILE STATUS IS WS-SUGG-STATUS.   00490000
           EJECT                                                        00500000
       DATA DIVISION.                                                   00510000
                                                                        00520000
       FILE SECTION.                                                    00530000
                                                                        00540000
       FD  CONTROL-CARD                                                 00550000
           LABEL RECORDS ARE STANDARD                                   00560000
           RECORDING MODE IS F                                          00570000
           RECORD CONTAINS 80 CHARACTERS                                00580000
           BLOCK CONTAINS 27920 CHARACTERS.                             00590000
                                                                        00600000
       01  CONTROL-CARD-REC            PIC X(80).                       00610000
                                                                        00620000
       FD  VSAM-SUGG-LOG                                                00630000
           RECORD CONTAINS 150 CHARACTERS.                              00640000
                                                                        00650000
           COPY VSUGGLOG.                                               00660000
           EJECT                                                        00670000
       WORKING-STORAGE SECTION.                                         00680000
                                                                        00690000
      ***************************************************************** 00700000
      *    SWITCHES                                                   * 00710000
      ***************************************************************** 00720000
                                                                        00730000
       01  WS-SWITCHES.                                                 00740000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00750000
               88  END-OF-PROCESS                VALUE 'Y'.             00760000
           05  WS-SLOT-FOUND-SW        PIC X     VALUE 'N'.             00770000
               88  SLOT-FOUND                    VALUE 'Y'.             00780000
           EJECT                                                        00790000
      ***************************************************************** 00800000
      *    MISCELLANEOUS WORK FIELDS                                  * 00810000
      ***************************************************************** 00820000
                                                                        00830000
       01  WS-MISCELLANEOUS-FIELDS.                                     00840000
           03  WS-SUGG-STATUS          PIC XX    VALUE SPACES.          00850000
               88  SUGGF-OK                      VALUE '  ' '00'.       00860000
               88  SUGGF-EMPTY                   VALUE '47' '35'.       00870000
               88  SUGGF-END                     VALUE '10'.            00880000
           03  WS-RECORDS-READ         PIC S9(7) VALUE +0       COMP-3. 00890000
           03  WS-EVENTS-SELECTED      PIC S9(7) VALUE +0       COMP-3. 00900000
           03  WS-PAIRS-DROPPED        PIC S9(7) VALUE +0       COMP-3. 00910000
           03  WS-TOTAL-SHOWN          PIC S9(9) VALUE +0       COMP-3. 00920000
           03  WS-TOTAL-TAKEN          PIC S9(9) VALUE +0       COMP-3. 00930000
           03  WS-TOTAL-QUANTITY       PIC S9(11) VALUE +0      COMP-3. 00940000
           03  WS-TAKE-RATE            PIC S9(3)V9 VALUE +0     COMP-3. 00950000
           03  WS-PERIOD               PIC X(6)  VALUE SPACES.          00960000
           03  WS-SUB1                 PIC S9(4) VALUE +0       COMP.   00970000
           03  WS-NDX2                 PIC S9(4) VALUE +0       COMP.   00980000
           03  WS-RANK-USED            PIC S9(4) VALUE +0       COMP.   00990000
           03  WS-RANK-DISPLAY         PIC Z9    VALUE ZEROES.          01000000
           03  WS-DATE.                                                 01010000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01020000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01030000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01040000
           EJECT                                                        01050000
      ***************************************************************** 01060000
      *    CONTROL CARD AREA                                          * 01070000
      ***************************************************************** 01080000
                                                                        01090000
       01  WS-CONTROL-CARD.                                             01100000
           03  WCC-KEYWORD             PIC X(7).                        01110000
           03  WCC-PERIOD              PIC X(6).                        01120000
           03  WCC-PERIOD-R REDEFINES WCC-PERIOD.                       01130000
               05  WCC-PERIOD-YEAR     PIC 9(4).                        01140000
               05  WCC-PERIOD-MONTH    PIC 9(2).                        01150000
           03  FILLER                  PIC X(67).                       01160000
           EJECT                                                        01170000
      ***************************************************************** 01180000
      *    TAKE RATE BY AFFINITY RANK (1 = THE ITEM MOST OFTEN        * 01190000
      *    ORDERED WITH THE ITEM ON THE SCREEN)                       * 01200000
      ***************************************************************** 01210000
                                                                        01220000
       01  WS-BY-RANK-TABLE.                                            01230000
           03  WS-BR-ENTRY             OCCURS 10 TIMES.                 01240000
               05  WS-BR-SHOWN         PIC S9(9)       COMP-3.          01250000
               05  WS-BR-TAKEN         PIC S9(9)       COMP-3.          01260000
           EJECT                                                        01270000
      ***************************************************************** 01280000
      *    ITEM / SUGGESTED ITEM TABLE, HELD IN DESCENDING TAKEN      * 01290000
      *    SEQUENCE BY BUBBLING AN ENTRY UP AS IT IS COUNTED          * 01300000
      ***************************************************************** 01310000
                                                                        01320000
       01  WS-RANK-TABLE.                                               01330000
           03  WS-RANK-MAX             PIC S9(4) VALUE +500     COMP.   01340000
           03  WS-RANK-ENTRY           OCCURS 500 TIMES.                01350000
               05  WS-RK-ITEM          PIC X(32).                       01360000
               05  WS-RK-RELATED       PIC X(32).                       01370000
               05  WS-RK-SHOWN         PIC S9(7)       COMP-3.          01380000
               05  WS-RK-TAKEN         PIC S9(7)       COMP-3.          01390000
               05  WS-RK-QUANTITY      PIC S9(9)       COMP-3.          01400000
                                                                        01410000
       01  WS-RANK-SWAP.                                                01420000
           03  WS-RS-ITEM              PIC X(32).                       01430000
           03  WS-RS-RELATED           PIC X(32).                       01440000
           03  WS-RS-SHOWN             PIC S9(7)       COMP-3.          01450000
           03  WS-RS-TAKEN             PIC S9(7)       COMP-3.          01460000
           03  WS-RS-QUANTITY          PIC S9(9)       COMP-3.          01470000
           EJECT                                                        01480000
      ***************************************************************** 01490000
      *    DISPLAY AREA                                               * 01500000
      ***************************************************************** 01510000
                                                                        01520000
       01  WS-DISPLAY-LINES.                                            01530000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01540000
           03  WS-DL-BLANK.                                             01550000
               05  FILLER         PIC X(01) VALUE '*'.                  01560000
               05  FILLER         PIC X(78) VALUE SPACES.               01570000
               05  FILLER         PIC X(01) VALUE '*'.                  01580000
           03  WS-DL-LINE.                                              01590000
               05  FILLER         PIC X(01) VALUE '*'.                  01600000
               05  WS-DL-LINE-TEXT                                      01610000
                                  PIC X(78) VALUE SPACES.               01620000
               05  FILLER         PIC X(01) VALUE '*'.                  01630000
           03  WS-DL-RUN-DATE.                                          01640000
               05  FILLER         PIC X(01) VALUE '*'.                  01650000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01660000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01670000
               05  FILLER         PIC X(01) VALUE '/'.                  01680000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01690000
               05  FILLER         PIC X(01) VALUE '/'.                  01700000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01710000
               05  FILLER         PIC X(56) VALUE SPACES.               01720000
               05  FILLER         PIC X(01) VALUE '*'.                  01730000
           EJECT                                                        01740000
      ***************************************************************** 01750000
      *    REPORT LINES                                               * 01760000
      ***************************************************************** 01770000
                                                                        01780000
       01  WS-DL-TOTAL.                                                 01790000
           03  FILLER                  PIC X(01) VALUE '*'.             01800000
           03  FILLER                  PIC X(02) VALUE SPACES.          01810000
           03  WS-DL-TT-LABEL          PIC X(20) VALUE SPACES.          01820000
           03  FILLER                  PIC X(07) VALUE ' SHOWN '.       01830000
           03  WS-DL-TT-SHOWN          PIC ZZZ,ZZZ,ZZ9.                 01840000
           03  FILLER                  PIC X(07) VALUE ' TAKEN '.       01850000
           03  WS-DL-TT-TAKEN          PIC ZZZ,ZZZ,ZZ9.                 01860000
           03  FILLER                  PIC X(07) VALUE ' RATE '.        01870000
           03  WS-DL-TT-RATE           PIC ZZ9.9.                       01880000
           03  FILLER                  PIC X(01) VALUE '%'.             01890000
           03  FILLER                  PIC X(07) VALUE SPACES.          01900000
           03  FILLER                  PIC X(01) VALUE '*'.             01910000
                                                                        01920000
       01  WS-DL-PAIR-HEADING.                                          01930000
           03  FILLER                  PIC X(01) VALUE '*'.             01940000
           03  FILLER                  PIC X(02) VALUE SPACES.          01950000
           03  FILLER                  PIC X(21) VALUE 'ITEM'.          01960000
           03  FILLER                  PIC X(21) VALUE 'SUGGESTED ITEM'.01970000
           03  FILLER                  PIC X(07) VALUE '  SHOWN'.       01980000
           03  FILLER                  PIC X(07) VALUE '  TAKEN'.       01990000
           03  FILLER                  PIC X(07) VALUE '   RATE'.       02000000
           03  FILLER                  PIC X(11) VALUE '   QUANTITY'.   02010000
           03  FILLER                  PIC X(02) VALUE SPACES.          02020000
           03  FILLER                  PIC X(01) VALUE '*'.             02030000
                                                                        02040000
       01  WS-DL-PAIR.                                                  02050000
           03  FILLER                  PIC X(01) VALUE '*'.             02060000
           03  FILLER                  PIC X(02) VALUE SPACES.          02070000
           03  WS-DL-PR-ITEM           PIC X(20) VALUE SPACES.          02080000
           03  FILLER                  PIC X(01) VALUE SPACES.          02090000
           03  WS-DL-PR-RELATED        PIC X(20) VALUE SPACES.          02100000
           03  FILLER                  PIC X(01) VALUE SPACES.          02110000
           03  WS-DL-PR-SHOWN          PIC ZZZ,ZZ9.                     02120000
           03  WS-DL-PR-TAKEN          PIC ZZZ,ZZ9.                     02130000
           03  FILLER                  PIC X(01) VALUE SPACES.          02140000
           03  WS-DL-PR-RATE           PIC ZZ9.9.                       02150000
           03  FILLER                  PIC X(01) VALUE '%'.             02160000
           03  WS-DL-PR-QUANTITY       PIC ZZZ,ZZZ,ZZ9.                 02170000
           03  FILLER                  PIC X(02) VALUE SPACES.          02180000
           03  FILLER                  PIC X(01) VALUE '*'.             02190000
           EJECT                                                        02200000
      ***************************************************************** 02210000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02220000
      ***************************************************************** 02230000
                                                                        02240000
           COPY PDAERRWS.                                               02250000
                                                                        02260000
       01  WS-PDA-BATCH-ERROR-01.                                       02270000
           05  FILLER             PIC X     VALUE SPACES.               02280000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02290000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02300000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB124'.            02310000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02320000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02330000
                                                                        02340000
       01  WS-PDA-BATCH-ERROR-02.                                       02350000
           05  FILLER             PIC X(8)  VALUE SPACES.               02360000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02370000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02380000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02390000
           EJECT                                                        02400000
      ***************************************************************** 02410000
      *    P R O C E D U R E    D I V I S I O N                       * 02420000
      ***************************************************************** 02430000
                                                                        02440000
       PROCEDURE DIVISION.                                              02450000
                                                                        02460000
      ***************************************************************** 02470000
      *                                                               * 02480000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02490000
      *                                                               * 02500000
      *    FUNCTION :  PROGRAM ENTRY.  SELECT THE MONTH'S SUGGESTION  * 02510000
      *                EVENTS AND PRINT THE TAKE-RATE REPORT          * 02520000
      *                                                               * 02530000
      *    CALLED BY:  NONE                                           * 02540000
      *                                                               * 02550000
      ***************************************************************** 02560000
                                                                        02570000
       P00000-MAINLINE.                                                 02580000
                                                                        02590000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02600000
                                                                        02610000
           OPEN INPUT CONTROL-CARD.                                     02620000
                                                                        02630000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02640000
               AT END                                                   02650000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          02660000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      02670000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               02680000
                                                                        02690000
           CLOSE CONTROL-CARD.                                          02700000
                                                                        02710000
           IF WCC-KEYWORD NOT = 'PERIOD='                               02720000
              OR WCC-PERIOD NOT NUMERIC                                 02730000
              OR WCC-PERIOD-MONTH < 01                                  02740000
              OR WCC-PERIOD-MONTH > 12                                  02750000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              02760000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02770000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02780000
           END-IF.                                                      02790000
                                                                        02800000
           MOVE WCC-PERIOD TO WS-PERIOD.                                02810000
                                                                        02820000
           PERFORM P05000-CLEAR-RANK THRU P05000-EXIT                   02830000
               VARYING WS-SUB1 FROM 1 BY 1                              02840000
                   UNTIL WS-SUB1 > 10.                                  02850000
                                                                        02860000
           DISPLAY ' '.                                                 02870000
           DISPLAY WS-DL-ASTERISK.                                      02880000
           DISPLAY WS-DL-BLANK.                                         02890000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              02900000
           STRING '  PDAB124 - MONTHLY SUGGESTION TAKE RATE, PERIOD '   02910000
                  WS-PERIOD                                             02920000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  02930000
           DISPLAY WS-DL-LINE.                                          02940000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      02950000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        02960000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            02970000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          02980000
           DISPLAY WS-DL-RUN-DATE.                                      02990000
           DISPLAY WS-DL-BLANK.                                         03000000
           DISPLAY WS-DL-ASTERISK.                                      03010000
           DISPLAY ' '.                                                 03020000
                                                                        03030000
           OPEN INPUT VSAM-SUGG-LOG.                                    03040000
                                                                        03050000
           IF SUGGF-EMPTY                                               03060000
               MOVE '  SUGGESTION LOG IS EMPTY, NOTHING TO REPORT'      03070000
                   TO WS-DL-LINE-TEXT                                   03080000
               DISPLAY WS-DL-LINE                                       03090000
               GO TO P00000-GOBACK                                      03100000
           END-IF.                                                      03110000
                                                                        03120000
           IF NOT SUGGF-OK                                              03130000
               MOVE 'OPEN SUGGESTION LOG FAILED' TO WPBE-MESSAGE        03140000
               MOVE WS-SUGG-STATUS TO WPBE-FILE-STATUS                  03150000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03160000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03170000
           END-IF.                                                      03180000
                                                                        03190000
           PERFORM P10000-PROCESS-EVENT THRU P10000-EXIT                03200000
               UNTIL END-OF-PROCESS.                                    03210000
                                                                        03220000
           CLOSE VSAM-SUGG-LOG.                                         03230000
                                                                        03240000
           PERFORM P30000-PRINT-TOTALS THRU P30000-EXIT.                03250000
                                                                        03260000
           DISPLAY ' '.                                                 03270000
           DISPLAY WS-DL-PAIR-HEADING.                                  03280000
                                                                        03290000
           PERFORM P40000-PRINT-PAIR THRU P40000-EXIT                   03300000
               VARYING WS-SUB1 FROM 1 BY 1                              03310000
                   UNTIL WS-SUB1 > WS-RANK-USED.                        03320000
                                                                        03330000
       P00000-GOBACK.                                                   03340000
                                                                        03350000
           DISPLAY ' '.                                                 03360000
           DISPLAY 'PDAB124 - EVENTS READ          ' WS-RECORDS-READ.   03370000
           DISPLAY 'PDAB124 - EVENTS IN PERIOD     '                    03380000
               WS-EVENTS-SELECTED.                                      03390000
           DISPLAY 'PDAB124 - PAIRS PAST TABLE     '                    03400000
               WS-PAIRS-DROPPED.                                        03410000
           DISPLAY ' '.                                                 03420000
                                                                        03430000
           IF WS-PAIRS-DROPPED > ZEROES                                 03440000
               MOVE 4 TO RETURN-CODE                                    03450000
           ELSE                                                         03460000
               MOVE ZEROES TO RETURN-CODE                               03470000
           END-IF.                                                      03480000
                                                                        03490000
           GOBACK.                                                      03500000
                                                                        03510000
       P00000-EXIT.                                                     03520000
           EXIT.                                                        03530000
           EJECT                                                        03540000
      ***************************************************************** 03550000
      *                                                               * 03560000
      *    PARAGRAPH:  P05000-CLEAR-RANK                              * 03570000
      *                                                               * 03580000
      *    FUNCTION :  ZERO ONE AFFINITY RANK COUNTER ENTRY           * 03590000
      *                                                               * 03600000
      *    CALLED BY:  P00000-MAINLINE                                * 03610000
      *                                                               * 03620000
      ***************************************************************** 03630000
                                                                        03640000
       P05000-CLEAR-RANK.                                               03650000
                                                                        03660000
           MOVE +0 TO WS-BR-SHOWN (WS-SUB1)                             03670000
                      WS-BR-TAKEN (WS-SUB1).                            03680000
                                                                        03690000
       P05000-EXIT.                                                     03700000
           EXIT.                                                        03710000
           EJECT                                                        03720000
      ***************************************************************** 03730000
      *                                                               * 03740000
      *    PARAGRAPH:  P10000-PROCESS-EVENT                           * 03750000
      *                                                               * 03760000
      *    FUNCTION :  READ THE NEXT SUGGESTION EVENT AND COUNT IT    * 03770000
      *                WHEN IT FALLS IN THE REPORT MONTH.  THE LOG IS * 03780000
      *                IN DATE SEQUENCE, SO A LATER MONTH ENDS THE    * 03790000
      *                READ                                           * 03800000
      *                                                               * 03810000
      *    CALLED BY:  P00000-MAINLINE                                * 03820000
      *                                                               * 03830000
      ***************************************************************** 03840000
                                                                        03850000
       P10000-PROCESS-EVENT.                                            03860000
                                                                        03870000
           READ VSAM-SUGG-LOG.                                          03880000
                                                                        03890000
           IF SUGGF-END                                                 03900000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         03910000
               GO TO P10000-EXIT                                        03920000
           END-IF.                                                      03930000
                                                                        03940000
           IF NOT SUGGF-OK                                              03950000
               MOVE 'READ SUGGESTION LOG FAILED' TO WPBE-MESSAGE        03960000
               MOVE WS-SUGG-STATUS TO WPBE-FILE-STATUS                  03970000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          03980000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03990000
           END-IF.                                                      04000000
                                                                        04010000
           ADD +1 TO WS-RECORDS-READ.                                   04020000
                                                                        04030000
           IF SUGG-LOG-DATE (1:6) < WS-PERIOD                           04040000
               GO TO P10000-EXIT                                        04050000
           END-IF.                                                      04060000
                                                                        04070000
           IF SUGG-LOG-DATE (1:6) > WS-PERIOD                           04080000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         04090000
               GO TO P10000-EXIT                                        04100000
           END-IF.                                                      04110000
                                                                        04120000
           ADD +1 TO WS-EVENTS-SELECTED.                                04130000
                                                                        04140000
           IF SUGG-LOG-TAKEN                                            04150000
               ADD +1 TO WS-TOTAL-TAKEN                                 04160000
               ADD SUGG-LOG-QUANTITY TO WS-TOTAL-QUANTITY               04170000
           ELSE                                                         04180000
               ADD +1 TO WS-TOTAL-SHOWN                                 04190000
           END-IF.                                                      04200000
                                                                        04210000
           IF SUGG-LOG-RANK > ZEROES AND SUGG-LOG-RANK < 11             04220000
               IF SUGG-LOG-TAKEN                                        04230000
                   ADD +1 TO WS-BR-TAKEN (SUGG-LOG-RANK)                04240000
               ELSE                                                     04250000
                   ADD +1 TO WS-BR-SHOWN (SUGG-LOG-RANK)                04260000
               END-IF                                                   04270000
           END-IF.                                                      04280000
                                                                        04290000
           PERFORM P20000-ACCUMULATE THRU P20000-EXIT.                  04300000
                                                                        04310000
       P10000-EXIT.                                                     04320000
           EXIT.                                                        04330000
           EJECT                                                        04340000
      ***************************************************************** 04350000
      *                                                               * 04360000
      *    PARAGRAPH:  P20000-ACCUMULATE                              * 04370000
      *                                                               * 04380000
      *    FUNCTION :  ADD THE EVENT TO ITS ITEM / SUGGESTED ITEM     * 04390000
      *                ENTRY, THEN BUBBLE THE ENTRY UP SO THE TABLE   * 04400000
      *                STAYS IN DESCENDING TAKEN SEQUENCE             * 04410000
      *                                                               * 04420000
      *    CALLED BY:  P10000-PROCESS-EVENT                           * 04430000
      *                                                               * 04440000
      ***************************************************************** 04450000
                                                                        04460000
       P20000-ACCUMULATE.                                               04470000
                                                                        04480000
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                04490000
                                                                        04500000
           PERFORM P21000-SCAN-RANK THRU P21000-EXIT                    04510000
               VARYING WS-SUB1 FROM 1 BY 1                              04520000
                   UNTIL SLOT-FOUND                                     04530000
                      OR WS-SUB1 > WS-RANK-USED.                        04540000
                                                                        04550000
           IF NOT SLOT-FOUND                                            04560000
               IF WS-RANK-USED < WS-RANK-MAX                            04570000
                   ADD +1 TO WS-RANK-USED                               04580000
                   MOVE WS-RANK-USED TO WS-SUB1                         04590000
                   MOVE SUGG-LOG-ITEM-NUMBER                            04600000
                       TO WS-RK-ITEM (WS-SUB1)                          04610000
                   MOVE SUGG-LOG-RELATED-ITEM                           04620000
                       TO WS-RK-RELATED (WS-SUB1)                       04630000
                   MOVE +0 TO WS-RK-SHOWN (WS-SUB1)                     04640000
                   MOVE +0 TO WS-RK-TAKEN (WS-SUB1)                     04650000
                   MOVE +0 TO WS-RK-QUANTITY (WS-SUB1)                  04660000
               ELSE                                                     04670000
                   ADD +1 TO WS-PAIRS-DROPPED                           04680000
                   GO TO P20000-EXIT                                    04690000
               END-IF                                                   04700000
           END-IF.                                                      04710000
                                                                        04720000
           IF SUGG-LOG-TAKEN                                            04730000
               ADD +1 TO WS-RK-TAKEN (WS-SUB1)                          04740000
               ADD SUGG-LOG-QUANTITY TO WS-RK-QUANTITY (WS-SUB1)        04750000
           ELSE                                                         04760000
               ADD +1 TO WS-RK-SHOWN (WS-SUB1)                          04770000
           END-IF.                                                      04780000
                                                                        04790000
           PERFORM P22000-BUBBLE-UP THRU P22000-EXIT                    04800000
               UNTIL WS-SUB1 < 2                                        04810000
                  OR WS-RK-TAKEN (WS-SUB1) NOT >                        04820000
                     WS-RK-TAKEN (WS-SUB1 - 1).                         04830000
                                                                        04840000
       P20000-EXIT.                                                     04850000
           EXIT.                                                        04860000
                                                                        04870000
       P21000-SCAN-RANK.                                                04880000
                                                                        04890000
           IF WS-SUB1 NOT > WS-RANK-USED                                04900000
              AND SUGG-LOG-ITEM-NUMBER = WS-RK-ITEM (WS-SUB1)           04910000
              AND SUGG-LOG-RELATED-ITEM = WS-RK-RELATED (WS-SUB1)       04920000
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             04930000
               SUBTRACT +1 FROM WS-SUB1                                 04940000
           END-IF.                                                      04950000
                                                                        04960000
       P21000-EXIT.                                                     04970000
           EXIT.                                                        04980000
                                                                        04990000
       P22000-BUBBLE-UP.                                                05000000
                                                                        05010000
           COMPUTE WS-NDX2 = WS-SUB1 - 1.                               05020000
           MOVE WS-RANK-ENTRY (WS-SUB1) TO WS-RANK-SWAP.                05030000
           MOVE WS-RANK-ENTRY (WS-NDX2) TO WS-RANK-ENTRY (WS-SUB1).     05040000
           MOVE WS-RANK-SWAP TO WS-RANK-ENTRY (WS-NDX2).                05050000
           MOVE WS-NDX2 TO WS-SUB1.                                     05060000
                                                                        05070000
       P22000-EXIT.                                                     05080000
           EXIT.                                                        05090000
           EJECT                                                        05100000
      ***************************************************************** 05110000
      *                                                               * 05120000
      *    PARAGRAPH:  P30000-PRINT-TOTALS                            * 05130000
      *                                                               * 05140000
      *    FUNCTION :  PRINT THE MONTH'S OVERALL TAKE RATE AND THE    * 05150000
      *                TAKE RATE AT EACH AFFINITY RANK SHOWN          * 05160000
      *                                                               * 05170000
      *    CALLED BY:  P00000-MAINLINE                                * 05180000
      *                                                               * 05190000
      ***************************************************************** 05200000
                                                                        05210000
       P30000-PRINT-TOTALS.                                             05220000
                                                                        05230000
           MOVE 'ALL SUGGESTIONS' TO WS-DL-TT-LABEL.                    05240000
           MOVE WS-TOTAL-SHOWN TO WS-DL-TT-SHOWN.                       05250000
           MOVE WS-TOTAL-TAKEN TO WS-DL-TT-TAKEN.                       05260000
                                                                        05270000
           IF WS-TOTAL-SHOWN > ZEROES                                   05280000
               COMPUTE WS-TAKE-RATE ROUNDED =                           05290000
                   WS-TOTAL-TAKEN * 100 / WS-TOTAL-SHOWN                05300000
                   ON SIZE ERROR                                        05310000
                       MOVE 999.9 TO WS-TAKE-RATE                       05320000
               END-COMPUTE                                              05330000
           ELSE                                                         05340000
               MOVE ZEROES TO WS-TAKE-RATE                              05350000
           END-IF.                                                      05360000
                                                                        05370000
           MOVE WS-TAKE-RATE TO WS-DL-TT-RATE.                          05380000
           DISPLAY WS-DL-TOTAL.                                         05390000
                                                                        05400000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              05410000
           STRING '  QUANTITY ADDED FROM SUGGESTIONS '                  05420000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  05430000
           MOVE WS-TOTAL-QUANTITY TO WS-DL-PR-QUANTITY.                 05440000
           MOVE WS-DL-PR-QUANTITY TO WS-DL-LINE-TEXT (36:11).           05450000
           DISPLAY WS-DL-LINE.                                          05460000
           DISPLAY ' '.                                                 05470000
                                                                        05480000
           PERFORM P31000-PRINT-RANK THRU P31000-EXIT                   05490000
               VARYING WS-SUB1 FROM 1 BY 1                              05500000
                   UNTIL WS-SUB1 > 10.                                  05510000
                                                                        05520000
       P30000-EXIT.                                                     05530000
           EXIT.                                                        05540000
                                                                        05550000
       P31000-PRINT-RANK.                                               05560000
                                                                        05570000
           IF WS-BR-SHOWN (WS-SUB1) = ZEROES                            05580000
              AND WS-BR-TAKEN (WS-SUB1) = ZEROES                        05590000
               GO TO P31000-EXIT                                        05600000
           END-IF.                                                      05610000
                                                                        05620000
           MOVE SPACES TO WS-DL-TT-LABEL.                               05630000
           MOVE WS-SUB1 TO WS-RANK-DISPLAY.                             05640000
           STRING 'AFFINITY RANK ' WS-RANK-DISPLAY                      05650000
               DELIMITED BY SIZE INTO WS-DL-TT-LABEL.                   05660000
           MOVE WS-BR-SHOWN (WS-SUB1) TO WS-DL-TT-SHOWN.                05670000
           MOVE WS-BR-TAKEN (WS-SUB1) TO WS-DL-TT-TAKEN.                05680000
                                                                        05690000
           IF WS-BR-SHOWN (WS-SUB1) > ZEROES                            05700000
               COMPUTE WS-TAKE-RATE ROUNDED =                           05710000
                   WS-BR-TAKEN (WS-SUB1) * 100 / WS-BR-SHOWN (WS-SUB1)  05720000
                   ON SIZE ERROR                                        05730000
                       MOVE 999.9 TO WS-TAKE-RATE                       05740000
               END-COMPUTE                                              05750000
           ELSE                                                         05760000
               MOVE ZEROES TO WS-TAKE-RATE                              05770000
           END-IF.                                                      05780000
                                                                        05790000
           MOVE WS-TAKE-RATE TO WS-DL-TT-RATE.                          05800000
           DISPLAY WS-DL-TOTAL.                                         05810000
                                                                        05820000
       P31000-EXIT.                                                     05830000
           EXIT.                                                        05840000
           EJECT                                                        05850000
      ***************************************************************** 05860000
      *                                                               * 05870000
      *    PARAGRAPH:  P40000-PRINT-PAIR                              * 05880000
      *                                                               * 05890000
      *    FUNCTION :  PRINT ONE ITEM / SUGGESTED ITEM LINE           * 05900000
      *                                                               * 05910000
      *    CALLED BY:  P00000-MAINLINE                                * 05920000
      *                                                               * 05930000
      ***************************************************************** 05940000
                                                                        05950000
       P40000-PRINT-PAIR.                                               05960000
                                                                        05970000
           MOVE WS-RK-ITEM (WS-SUB1) TO WS-DL-PR-ITEM.                  05980000
           MOVE WS-RK-RELATED (WS-SUB1) TO WS-DL-PR-RELATED.            05990000
           MOVE WS-RK-SHOWN (WS-SUB1) TO WS-DL-PR-SHOWN.                06000000
           MOVE WS-RK-TAKEN (WS-SUB1) TO WS-DL-PR-TAKEN.                06010000
           MOVE WS-RK-QUANTITY (WS-SUB1) TO WS-DL-PR-QUANTITY.          06020000
                                                                        06030000
           IF WS-RK-SHOWN (WS-SUB1) > ZEROES                            06040000
               COMPUTE WS-TAKE-RATE ROUNDED =                           06050000
                   WS-RK-TAKEN (WS-SUB1) * 100 / WS-RK-SHOWN (WS-SUB1)  06060000
                   ON SIZE ERROR                                        06070000
                       MOVE 999.9 TO WS-TAKE-RATE                       06080000
               END-COMPUTE                                              06090000
           ELSE                                                         06100000
               MOVE ZEROES TO WS-TAKE-RATE                              06110000
           END-IF.                                                      06120000
                                                                        06130000
           MOVE WS-TAKE-RATE TO WS-DL-PR-RATE.                          06140000
           DISPLAY WS-DL-PAIR.                                          06150000
                                                                        06160000
       P40000-EXIT.                                                     06170000
           EXIT.                                                        06180000
           EJECT                                                        06190000
      ***************************************************************** 06200000
      *                                                               * 06210000
      *    PARAGRAPH:  P99999-ABEND                                   * 06220000
      *                                                               * 06230000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 06240000
      *                ERROR HAS BEEN ENCOUNTERED                     * 06250000
      *                                                               * 06260000
      *    CALLED BY:  VARIOUS                                        * 06270000
      *                                                               * 06280000
      ***************************************************************** 06290000
                                                                        06300000
       P99999-ABEND.                                                    06310000
                                                                        06320000
           DISPLAY ' '.                                                 06330000
           DISPLAY WPEA-ERROR-01.                                       06340000
           DISPLAY WPEA-ERROR-02.                                       06350000
           DISPLAY WPEA-ERROR-03.                                       06360000
           DISPLAY WPEA-ERROR-04.                                       06370000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               06380000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               06390000
           DISPLAY WPEA-ERROR-04.                                       06400000
           DISPLAY WPEA-ERROR-03.                                       06410000
           DISPLAY WPEA-ERROR-02.                                       06420000
           DISPLAY WPEA-ERROR-01.                                       06430000
           DISPLAY ' '.                                                 06440000
                                                                        06450000
           MOVE 16 TO RETURN-CODE.                                      06460000
                                                                        06470000
           GOBACK.                                                      06480000
                                                                        06490000
       P99999-EXIT.                                                     06500000
           EXIT.                                                        06510000
