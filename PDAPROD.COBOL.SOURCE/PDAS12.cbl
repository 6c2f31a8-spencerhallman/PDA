       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAS12.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAS12                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAS12 IS A CALLED SUBROUTINE THAT        * 00100000
      *             RATE-SHOPS AN ORDER'S FREIGHT.  EVERY ACTIVE      * 00110000
      *             SHIPPER WITH A RATE SCHEDULE FOR THE PREFIX IS    * 00120000
      *             PRICED AT THE ORDER WEIGHT THROUGH PDAS11, AND    * 00130000
      *             THE FIVE CHEAPEST ARE RETURNED LOWEST CHARGE      * 00140000
      *             FIRST.  A HAZMAT ORDER IS RATED ONLY AGAINST      * 00150000
      *             HAZMAT-QUALIFIED SHIPPERS.  THE HOUSE DEFAULT     * 00160000
      *             CARRIER AND ITS CHARGE FOR THE SAME WEIGHT ARE    * 00170000
      *             RETURNED AS THE BASELINE FOR FREIGHT SAVINGS.     * 00180000
      *                                                               * 00190000
      * FILES   :   SHIPPER       -  DB2  (READ-ONLY)                 * 00200000
      *             SHIPPER_RATE  -  DB2  (READ-ONLY)                 * 00210000
      *                                                               * 00220000
      * TRANSACTIONS GENERATED:                                       * 00230000
      *             NONE                                              * 00240000
      *                                                               * 00250000
      * PFKEYS  :   NONE                                              * 00260000
      *                                                               * 00270000
      ***************************************************************** 00280000
      *             PROGRAM CHANGE LOG                                * 00290000
      *             -------------------                               * 00300000
      *                                                               * 00310000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00320000
      *  --------   --------------------  --------------------------  * 00330000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00340000
      *                                                               * 00350000
      ***************************************************************** 00360000
                                                                        00370000
       ENVIRONMENT DIVISION.                                            00380000
       DATA DIVISION.                                                   00390000
           EJECT                                                        00400000
       WORKING-STORAGE SECTION.                                         00410000
                                                                        00420000
      ***************************************************************** 00430000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 00440000
      ***************************************************************** 00450000
       77  WS-SUB1                     PIC S9(4) COMP VALUE +0.         00460000
       77  WS-SUB2                     PIC S9(4) COMP VALUE +0.         00470000
       77  WS-CARRIER-MAX              PIC S9(4) COMP VALUE +5.         00480000
                                                                        00490000
      ***************************************************************** 00500000
      *    SWITCHES                                                   * 00510000
      ***************************************************************** 00520000
                                                                        00530000
       01  WS-SWITCHES.                                                 00540000
           05  WS-END-OF-CARRIERS-SW   PIC X     VALUE 'N'.             00550000
               88  END-OF-CARRIERS               VALUE 'Y'.             00560000
           05  WS-SLOT-FOUND-SW        PIC X     VALUE 'N'.             00570000
               88  SLOT-FOUND                    VALUE 'Y'.             00580000
                                                                        00590000
      ***************************************************************** 00600000
      *    CARRIER BEING RATED                                        * 00610000
      ***************************************************************** 00620000
                                                                        00630000
       01  WS-RATED-CARRIER.                                            00640000
           05  WS-RC-SHIPPER-NUMBER    PIC 9(10) VALUE ZEROES.          00650000
           05  WS-RC-CARRIER-NAME      PIC X(30) VALUE SPACES.          00660000
           05  WS-RC-FREIGHT-AMOUNT    PIC S9(5)V99 VALUE +0  COMP-3.   00670000
           EJECT                                                        00680000
      ***************************************************************** 00690000
      *    DB2  DEFINITIONS                                           * 00700000
      ***************************************************************** 00710000
                                                                        00720000
           EXEC SQL                                                     00730000
              INCLUDE SQLCA                                             00740000
           END-EXEC.                                                    00750000
           EJECT                                                        00760000
           EXEC SQL                                                     00770000
              INCLUDE DSHIPPER                                          00780000
           END-EXEC.                                                    00790000
           EJECT                                                        00800000
           EXEC SQL                                                     00810000
              INCLUDE DSHIPRT                                           00820000
           END-EXEC.                                                    00830000
           EJECT                                                        00840000
      ***************************************************************** 00850000
      *    ELIGIBLE CARRIERS -- ACTIVE, HOLDING A RATE SCHEDULE FOR   * 00860000
      *    THE PREFIX, AND HAZMAT-QUALIFIED WHEN THE ORDER IS HAZMAT  * 00870000
      ***************************************************************** 00880000
                                                                        00890000
           EXEC SQL                                                     00900000
               DECLARE CARRIERS CURSOR FOR                              00910000
                   SELECT  S.SHIPPER_NUMBER,                            00920000
                           S.CARRIER_NAME                               00930000
                   FROM    SHIPPER S                                    00940000
                   WHERE   S.ACTIVE = 'Y'                               00950000
                     AND  (S.HAZMAT_QUALIFIED = 'Y'                     00960000
                       OR  :PDAS12-HAZMAT-SW  = 'N')                    00970000
                     AND   EXISTS                                       00980000
                          (SELECT 1                                     00990000
                             FROM SHIPPER_RATE R                        01000000
                            WHERE R.PREFIX         =                    01010000
                                      :SHIPPER-RATE-PREFIX              01020000
                              AND R.SHIPPER_NUMBER =                    01030000
                                      S.SHIPPER_NUMBER)                 01040000
                   ORDER BY S.SHIPPER_NUMBER                            01050000
           END-EXEC.                                                    01060000
           EJECT                                                        01070000
      ***************************************************************** 01080000
      *    PDAS11 FREIGHT RESOLUTION PARAMETERS                       * 01090000
      ***************************************************************** 01100000
                                                                        01110000
           COPY PDAS11CY.                                               01120000
           EJECT                                                        01130000
      ***************************************************************** 01140000
      *    PDAS12 PARAMETERS (LOCAL COPY)                             * 01150000
      ***************************************************************** 01160000
                                                                        01170000
           COPY PDAS12CY.                                               01180000
           EJECT                                                        01190000
      ***************************************************************** 01200000
      *    LINKAGE SECTION                                            * 01210000
      ***************************************************************** 01220000
                                                                        01230000
       LINKAGE SECTION.                                                 01240000
                                                                        01250000
       01  LS-PDAS12-PARMS             PIC X(270).                      01260000
                                                                        01270000
      ***************************************************************** 01280000
      *    P R O C E D U R E    D I V I S I O N                       * 01290000
      ***************************************************************** 01300000
                                                                        01310000
       PROCEDURE DIVISION USING LS-PDAS12-PARMS.                        01320000
                                                                        01330000
      ***************************************************************** 01340000
      *                                                               * 01350000
      *    PARAGRAPH:  P00000-MAINLINE                                * 01360000
      *                                                               * 01370000
      *    FUNCTION :  RATE THE ELIGIBLE CARRIERS AND THE DEFAULT     * 01380000
      *                CARRIER AND RETURN THEM WITH A RETURN CODE TO  * 01390000
      *                THE CALLER                                     * 01400000
      *                                                               * 01410000
      *    CALLED BY:  NONE (SUBROUTINE ENTRY)                        * 01420000
      *                                                               * 01430000
      ***************************************************************** 01440000
                                                                        01450000
       P00000-MAINLINE.                                                 01460000
                                                                        01470000
           MOVE LS-PDAS12-PARMS TO PDAS12-PARMS.                        01480000
                                                                        01490000
           MOVE ZEROES TO PDAS12-CARRIER-COUNT                          01500000
                          PDAS12-DEFAULT-SHIPPER                        01510000
                          PDAS12-DEFAULT-FREIGHT                        01520000
                          PDAS12-SQLCODE.                               01530000
           MOVE SPACES TO PDAS12-RETURN-CODE.                           01540000
                                                                        01550000
           PERFORM P05000-CLEAR-CARRIER THRU P05000-EXIT                01560000
               VARYING WS-SUB1 FROM +1 BY +1                            01570000
                   UNTIL WS-SUB1 > WS-CARRIER-MAX.                      01580000
                                                                        01590000
           IF PDAS12-HAZMAT-SW NOT = 'Y'                                01600000
               MOVE 'N' TO PDAS12-HAZMAT-SW                             01610000
           END-IF.                                                      01620000
                                                                        01630000
           IF PDAS12-ORDER-WEIGHT NOT > ZEROES                          01640000
               MOVE '04' TO PDAS12-RETURN-CODE                          01650000
               MOVE PDAS12-PARMS TO LS-PDAS12-PARMS                     01660000
               GOBACK                                                   01670000
           END-IF.                                                      01680000
                                                                        01690000
           PERFORM P10000-RATE-DEFAULT THRU P10000-EXIT.                01700000
                                                                        01710000
           IF PDAS12-RATE-ERROR                                         01720000
               MOVE PDAS12-PARMS TO LS-PDAS12-PARMS                     01730000
               GOBACK                                                   01740000
           END-IF.                                                      01750000
                                                                        01760000
           PERFORM P20000-RATE-CARRIERS THRU P20000-EXIT.               01770000
                                                                        01780000
           IF NOT PDAS12-RATE-ERROR                                     01790000
               IF PDAS12-CARRIER-COUNT > ZEROES                         01800000
                   MOVE '00' TO PDAS12-RETURN-CODE                      01810000
               ELSE                                                     01820000
                   MOVE '04' TO PDAS12-RETURN-CODE                      01830000
               END-IF                                                   01840000
           END-IF.                                                      01850000
                                                                        01860000
           MOVE PDAS12-PARMS TO LS-PDAS12-PARMS.                        01870000
                                                                        01880000
           GOBACK.                                                      01890000
                                                                        01900000
       P00000-EXIT.                                                     01910000
           EXIT.                                                        01920000
           EJECT                                                        01930000
      ***************************************************************** 01940000
      *                                                               * 01950000
      *    PARAGRAPH:  P05000-CLEAR-CARRIER                           * 01960000
      *                                                               * 01970000
      *    FUNCTION :  CLEAR ONE ENTRY OF THE RETURNED CARRIER TABLE  * 01980000
      *                                                               * 01990000
      *    CALLED BY:  P00000-MAINLINE                                * 02000000
      *                                                               * 02010000
      ***************************************************************** 02020000
                                                                        02030000
       P05000-CLEAR-CARRIER.                                            02040000
                                                                        02050000
           MOVE ZEROES TO PDAS12-SHIPPER-NUMBER (WS-SUB1)               02060000
                          PDAS12-FREIGHT-AMOUNT (WS-SUB1).              02070000
           MOVE SPACES TO PDAS12-CARRIER-NAME (WS-SUB1).                02080000
                                                                        02090000
       P05000-EXIT.                                                     02100000
           EXIT.                                                        02110000
           EJECT                                                        02120000
      ***************************************************************** 02130000
      *                                                               * 02140000
      *    PARAGRAPH:  P10000-RATE-DEFAULT                            * 02150000
      *                                                               * 02160000
      *    FUNCTION :  FIND THE HOUSE DEFAULT CARRIER AND PRICE THE   * 02170000
      *                ORDER WEIGHT ON ITS SCHEDULE.  NO DEFAULT      * 02180000
      *                CARRIER LEAVES THE DEFAULT FIELDS ZERO         * 02190000
      *                                                               * 02200000
      *    CALLED BY:  P00000-MAINLINE                                * 02210000
      *                                                               * 02220000
      ***************************************************************** 02230000
                                                                        02240000
       P10000-RATE-DEFAULT.                                             02250000
                                                                        02260000
           EXEC SQL                                                     02270000
               SELECT  SHIPPER_NUMBER                                   02280000
               INTO    :SHIPPER-NUMBER                                  02290000
               FROM    SHIPPER                                          02300000
               WHERE   DEFAULT_CARRIER = 'Y'                            02310000
                 AND   SHIPPER_NUMBER  =                                02320000
                       (SELECT MIN(SHIPPER_NUMBER)                      02330000
                          FROM SHIPPER                                  02340000
                         WHERE DEFAULT_CARRIER = 'Y')                   02350000
           END-EXEC.                                                    02360000
                                                                        02370000
           EVALUATE TRUE                                                02380000
               WHEN SQLCODE = +0                                        02390000
                   MOVE SHIPPER-NUMBER TO PDAS12-DEFAULT-SHIPPER        02400000
               WHEN SQLCODE = +100                                      02410000
                   GO TO P10000-EXIT                                    02420000
               WHEN OTHER                                               02430000
                   MOVE '16' TO PDAS12-RETURN-CODE                      02440000
                   MOVE SQLCODE TO PDAS12-SQLCODE                       02450000
                   GO TO P10000-EXIT                                    02460000
           END-EVALUATE.                                                02470000
                                                                        02480000
           MOVE SPACES TO PDAS11-PARMS.                                 02490000
           MOVE PDAS12-PREFIX TO PDAS11-PREFIX.                         02500000
           MOVE PDAS12-DEFAULT-SHIPPER TO PDAS11-SHIPPER-NUMBER.        02510000
           MOVE PDAS12-ORDER-WEIGHT TO PDAS11-ORDER-WEIGHT.             02520000
           MOVE ZEROES TO PDAS11-FREIGHT-AMOUNT.                        02530000
                                                                        02540000
           CALL 'PDAS11' USING PDAS11-PARMS.                            02550000
                                                                        02560000
           IF PDAS11-FREIGHT-ERROR                                      02570000
               MOVE '16' TO PDAS12-RETURN-CODE                          02580000
               MOVE PDAS11-SQLCODE TO PDAS12-SQLCODE                    02590000
               GO TO P10000-EXIT                                        02600000
           END-IF.                                                      02610000
                                                                        02620000
           MOVE PDAS11-FREIGHT-AMOUNT TO PDAS12-DEFAULT-FREIGHT.        02630000
                                                                        02640000
       P10000-EXIT.                                                     02650000
           EXIT.                                                        02660000
           EJECT                                                        02670000
      ***************************************************************** 02680000
      *                                                               * 02690000
      *    PARAGRAPH:  P20000-RATE-CARRIERS                           * 02700000
      *                                                               * 02710000
      *    FUNCTION :  OPEN THE ELIGIBLE CARRIER CURSOR AND RATE      * 02720000
      *                EACH CARRIER IN TURN                           * 02730000
      *                                                               * 02740000
      *    CALLED BY:  P00000-MAINLINE                                * 02750000
      *                                                               * 02760000
      ***************************************************************** 02770000
                                                                        02780000
       P20000-RATE-CARRIERS.                                            02790000
                                                                        02800000
           MOVE PDAS12-PREFIX TO SHIPPER-RATE-PREFIX.                   02810000
                                                                        02820000
           EXEC SQL                                                     02830000
               OPEN CARRIERS                                            02840000
           END-EXEC.                                                    02850000
                                                                        02860000
           IF SQLCODE NOT = +0                                          02870000
               MOVE '16' TO PDAS12-RETURN-CODE                          02880000
               MOVE SQLCODE TO PDAS12-SQLCODE                           02890000
               GO TO P20000-EXIT                                        02900000
           END-IF.                                                      02910000
                                                                        02920000
           MOVE 'N' TO WS-END-OF-CARRIERS-SW.                           02930000
                                                                        02940000
           PERFORM P21000-FETCH-CARRIER THRU P21000-EXIT                02950000
               UNTIL END-OF-CARRIERS.                                   02960000
                                                                        02970000
           EXEC SQL                                                     02980000
               CLOSE CARRIERS                                           02990000
           END-EXEC.                                                    03000000
                                                                        03010000
       P20000-EXIT.                                                     03020000
           EXIT.                                                        03030000
           EJECT                                                        03040000
      ***************************************************************** 03050000
      *                                                               * 03060000
      *    PARAGRAPH:  P21000-FETCH-CARRIER                           * 03070000
      *                                                               * 03080000
      *    FUNCTION :  FETCH THE NEXT ELIGIBLE CARRIER, PRICE THE     * 03090000
      *                ORDER WEIGHT ON ITS SCHEDULE (PDAS11) AND      * 03100000
      *                RANK IT AMONG THE CHEAPEST                     * 03110000
      *                                                               * 03120000
      *    CALLED BY:  P20000-RATE-CARRIERS                           * 03130000
      *                                                               * 03140000
      ***************************************************************** 03150000
                                                                        03160000
       P21000-FETCH-CARRIER.                                            03170000
                                                                        03180000
           EXEC SQL                                                     03190000
               FETCH  CARRIERS                                          03200000
               INTO   :SHIPPER-NUMBER,                                  03210000
                      :SHIPPER-CARRIER-NAME                             03220000
           END-EXEC.                                                    03230000
                                                                        03240000
           EVALUATE TRUE                                                03250000
               WHEN SQLCODE = +0                                        03260000
                   CONTINUE                                             03270000
               WHEN SQLCODE = +100                                      03280000
                   MOVE 'Y' TO WS-END-OF-CARRIERS-SW                    03290000
                   GO TO P21000-EXIT                                    03300000
               WHEN OTHER                                               03310000
                   MOVE '16' TO PDAS12-RETURN-CODE                      03320000
                   MOVE SQLCODE TO PDAS12-SQLCODE                       03330000
                   MOVE 'Y' TO WS-END-OF-CARRIERS-SW                    03340000
                   GO TO P21000-EXIT                                    03350000
           END-EVALUATE.                                                03360000
                                                                        03370000
           MOVE SHIPPER-NUMBER TO WS-RC-SHIPPER-NUMBER.                 03380000
           MOVE SHIPPER-CARRIER-NAME TO WS-RC-CARRIER-NAME.             03390000
                                                                        03400000
           MOVE SPACES TO PDAS11-PARMS.                                 03410000
           MOVE PDAS12-PREFIX TO PDAS11-PREFIX.                         03420000
           MOVE WS-RC-SHIPPER-NUMBER TO PDAS11-SHIPPER-NUMBER.          03430000
           MOVE PDAS12-ORDER-WEIGHT TO PDAS11-ORDER-WEIGHT.             03440000
           MOVE ZEROES TO PDAS11-FREIGHT-AMOUNT.                        03450000
                                                                        03460000
           CALL 'PDAS11' USING PDAS11-PARMS.                            03470000
                                                                        03480000
           EVALUATE TRUE                                                03490000
               WHEN PDAS11-FREIGHT-RESOLVED                             03500000
                   MOVE PDAS11-FREIGHT-AMOUNT TO WS-RC-FREIGHT-AMOUNT   03510000
                   PERFORM P22000-RANK-CARRIER THRU P22000-EXIT         03520000
               WHEN PDAS11-FREIGHT-ERROR                                03530000
                   MOVE '16' TO PDAS12-RETURN-CODE                      03540000
                   MOVE PDAS11-SQLCODE TO PDAS12-SQLCODE                03550000
                   MOVE 'Y' TO WS-END-OF-CARRIERS-SW                    03560000
               WHEN OTHER                                               03570000
                   CONTINUE                                             03580000
           END-EVALUATE.                                                03590000
                                                                        03600000
       P21000-EXIT.                                                     03610000
           EXIT.                                                        03620000
           EJECT                                                        03630000
      ***************************************************************** 03640000
      *                                                               * 03650000
      *    PARAGRAPH:  P22000-RANK-CARRIER                            * 03660000
      *                                                               * 03670000
      *    FUNCTION :  INSERT THE RATED CARRIER INTO THE RETURNED     * 03680000
      *                TABLE IN ASCENDING CHARGE ORDER.  A TIE KEEPS  * 03690000
      *                THE LOWER SHIPPER NUMBER FIRST; A CARRIER      * 03700000
      *                DEARER THAN THE FIVE ALREADY HELD IS DROPPED   * 03710000
      *                                                               * 03720000
      *    CALLED BY:  P21000-FETCH-CARRIER                           * 03730000
      *                                                               * 03740000
      ***************************************************************** 03750000
                                                                        03760000
       P22000-RANK-CARRIER.                                             03770000
                                                                        03780000
           MOVE +1 TO WS-SUB1.                                          03790000
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                03800000
                                                                        03810000
           PERFORM P22100-FIND-SLOT THRU P22100-EXIT                    03820000
               UNTIL SLOT-FOUND.                                        03830000
                                                                        03840000
           IF WS-SUB1 > WS-CARRIER-MAX                                  03850000
               GO TO P22000-EXIT                                        03860000
           END-IF.                                                      03870000
                                                                        03880000
           IF PDAS12-CARRIER-COUNT < WS-CARRIER-MAX                     03890000
               ADD 1 TO PDAS12-CARRIER-COUNT                            03900000
           END-IF.                                                      03910000
                                                                        03920000
           PERFORM P22200-SHIFT-CARRIER THRU P22200-EXIT                03930000
               VARYING WS-SUB2 FROM PDAS12-CARRIER-COUNT BY -1          03940000
                   UNTIL WS-SUB2 NOT > WS-SUB1.                         03950000
                                                                        03960000
           MOVE WS-RC-SHIPPER-NUMBER                                    03970000
                                   TO PDAS12-SHIPPER-NUMBER (WS-SUB1).  03980000
           MOVE WS-RC-CARRIER-NAME TO PDAS12-CARRIER-NAME (WS-SUB1).    03990000
           MOVE WS-RC-FREIGHT-AMOUNT                                    04000000
                                   TO PDAS12-FREIGHT-AMOUNT (WS-SUB1).  04010000
                                                                        04020000
       P22000-EXIT.                                                     04030000
           EXIT.                                                        04040000
           EJECT                                                        04050000
      ***************************************************************** 04060000
      *                                                               * 04070000
      *    PARAGRAPH:  P22100-FIND-SLOT                               * 04080000
      *                                                               * 04090000
      *    FUNCTION :  STOP AT THE FIRST HELD CARRIER DEARER THAN     * 04100000
      *                THE ONE BEING RATED, OR PAST THE LAST HELD     * 04110000
      *                                                               * 04120000
      *    CALLED BY:  P22000-RANK-CARRIER                            * 04130000
      *                                                               * 04140000
      ***************************************************************** 04150000
                                                                        04160000
       P22100-FIND-SLOT.                                                04170000
                                                                        04180000
           IF WS-SUB1 > PDAS12-CARRIER-COUNT                            04190000
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             04200000
               GO TO P22100-EXIT                                        04210000
           END-IF.                                                      04220000
                                                                        04230000
           IF PDAS12-FREIGHT-AMOUNT (WS-SUB1) > WS-RC-FREIGHT-AMOUNT    04240000
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             04250000
               GO TO P22100-EXIT                                        04260000
           END-IF.                                                      04270000
                                                                        04280000
           ADD +1 TO WS-SUB1.                                           04290000
                                                                        04300000
       P22100-EXIT.                                                     04310000
           EXIT.                                                        04320000
           EJECT                                                        04330000
      ***************************************************************** 04340000
      *                                                               * 04350000
      *    PARAGRAPH:  P22200-SHIFT-CARRIER                           * 04360000
      *                                                               * 04370000
      *    FUNCTION :  MOVE A HELD CARRIER DOWN ONE PLACE TO OPEN     * 04380000
      *                THE SLOT FOR THE CARRIER BEING RATED           * 04390000
      *                                                               * 04400000
      *    CALLED BY:  P22000-RANK-CARRIER                            * 04410000
      *                                                               * 04420000
      ***************************************************************** 04430000
                                                                        04440000
       P22200-SHIFT-CARRIER.                                            04450000
                                                                        04460000
           MOVE PDAS12-CARRIER (WS-SUB2 - 1)                            04470000
                                   TO PDAS12-CARRIER (WS-SUB2).         04480000
                                                                        04490000
       P22200-EXIT.                                                     04500000
           EXIT.                                                        04510000
