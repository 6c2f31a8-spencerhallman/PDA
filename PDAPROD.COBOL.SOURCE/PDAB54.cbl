      *             ABSOLUTE VARIANCE UNITS.  THE ACCURACY PERCENT    * 00170000
      *             IS EXACT LINES OVER LINES COUNTED.  OPEN LINES    * 00180000
      *             NEVER COUNTED ARE TOTALLED AS A MISSED-COUNT      * 00190000
      *             FIGURE PER WAREHOUSE.  UNDER EACH WAREHOUSE THE   * 00191000
      *             SAME FIGURES ARE BROKEN OUT BY THE ABC CLASS      * 00192000
      *             CARRIED ON THE WORKLIST LINE (LINES WITH NO CLASS * 00193000
      *             ARE REPORTED AS CLASS C).                         * 00194000
      *                                                               * 00210000
      * FILES   :   CYCLE COUNT WORKLIST -  VSAM KSDS    (INPUT)      * 00220000
      *                                                               * 00230000
      *                                                               * 00270000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00280000
      *  --------   --------------------  --------------------------  * 00290000
      *  10/15/26   R. MCALLEN            ACCURACY BROKEN OUT BY ABC  * 00291000
      *                                   CLASS UNDER EACH WAREHOUSE  * 00292000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00300000
      *                                                               * 00310000
      ***************************************************************** 00320000
       FILE SECTION.                                                    00480000
                                                                        00490000
       FD  VSAM-CYCLE-COUNT                                             00500000
           RECORD CONTAINS 136 CHARACTERS.                              00510000
                                                                        00520000
           COPY VCYCLCNT.                                               00530000
           EJECT                                                        00540000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          00820000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          00830000
           03  WS-RUN-MONTH            PIC X(6)  VALUE SPACES.          00840000
           03  WS-CLASS-SUB            PIC S9(4) VALUE +0       COMP.   00841000
           03  WS-CLASS-NAMES          PIC X(3)  VALUE 'ABC'.           00842000
           03  FILLER                  REDEFINES WS-CLASS-NAMES.        00843000
               05  WS-CLASS-NAME       PIC X     OCCURS 3 TIMES.        00844000
           EJECT                                                        00850000
      ***************************************************************** 00860000
      *    PER-WAREHOUSE COUNT ACCURACY ACCUMULATORS                  * 00870000
           03  WS-WA-MISSED            PIC S9(7) VALUE +0       COMP-3. 00950000
           03  WS-WA-ACCURACY          PIC S9(3)V99                     00960000
                                                 VALUE +0       COMP-3. 00970000
                                                                        00970500
      ***************************************************************** 00971000
      *    PER-WAREHOUSE ACCUMULATORS BY ABC CLASS (1 = A, 2 = B,     * 00971500
      *    3 = C)                                                     * 00972000
      ***************************************************************** 00972500
                                                                        00973000
       01  WS-CLASS-ACCUMULATORS.                                       00973500
           03  WS-CA-ENTRY             OCCURS 3 TIMES.                  00974000
               05  WS-CA-COUNTED       PIC S9(7)                COMP-3. 00974500
               05  WS-CA-EXACT         PIC S9(7)                COMP-3. 00975000
               05  WS-CA-VARIANCES     PIC S9(7)                COMP-3. 00975500
               05  WS-CA-VARIANCE-UNITS                                 00976000
                                       PIC S9(9)                COMP-3. 00976500
               05  WS-CA-MISSED        PIC S9(7)                COMP-3. 00977000
           EJECT                                                        00980000
      ***************************************************************** 00990000
      *    DISPLAY AREA                                               * 01000000
           03  FILLER                  PIC X(01) VALUE '*'.             01300000
           03  FILLER                  PIC X(02) VALUE SPACES.          01310000
           03  WS-DL-WH-WHSE           PIC X(08) VALUE SPACES.          01320000
           03  WS-DL-WH-CLASS REDEFINES WS-DL-WH-WHSE.                  01321000
               05  FILLER              PIC X(06).                       01322000
               05  WS-DL-WH-CLASS-NAME PIC X(02).                       01323000
           03  FILLER                  PIC X(05) VALUE ' CNT '.         01330000
           03  WS-DL-WH-COUNTED        PIC ZZ,ZZ9.                      01340000
           03  FILLER                  PIC X(07) VALUE ' EXACT '.       01350000
                          WS-WA-VARIANCES                               02960000
                          WS-WA-VARIANCE-UNITS                          02970000
                          WS-WA-MISSED                                  02980000
               PERFORM P15000-CLEAR-CLASS THRU P15000-EXIT              02981000
                   VARYING WS-CLASS-SUB FROM 1 BY 1                     02982000
                       UNTIL WS-CLASS-SUB > 3                           02983000
           END-IF.                                                      02990000
                                                                        03000000
           PERFORM P20000-ACCUMULATE THRU P20000-EXIT.                  03010000
                                                                        03020000
       P10000-EXIT.                                                     03030000
           EXIT.                                                        03030100
           EJECT                                                        03030200
      ***************************************************************** 03030300
      *                                                               * 03030400
      *    PARAGRAPH:  P15000-CLEAR-CLASS                             * 03030500
      *                                                               * 03030600
      *    FUNCTION :  ZERO ONE CLASS'S FIGURES FOR A NEW WAREHOUSE   * 03030700
      *                                                               * 03030800
      *    CALLED BY:  P10000-PROCESS-RECORD                          * 03030900
      *                                                               * 03031000
      ***************************************************************** 03031100
                                                                        03031200
       P15000-CLEAR-CLASS.                                              03031300
                                                                        03031400
           MOVE +0 TO WS-CA-COUNTED(WS-CLASS-SUB)                       03031500
                      WS-CA-EXACT(WS-CLASS-SUB)                         03031600
                      WS-CA-VARIANCES(WS-CLASS-SUB)                     03031700
                      WS-CA-VARIANCE-UNITS(WS-CLASS-SUB)                03031800
                      WS-CA-MISSED(WS-CLASS-SUB).                       03031900
                                                                        03032000
       P15000-EXIT.                                                     03032100
           EXIT.                                                        03040000
           EJECT                                                        03050000
      ***************************************************************** 03060000
                                                                        03180000
       P20000-ACCUMULATE.                                               03190000
                                                                        03200000
           EVALUATE CYCLE-COUNT-ABC-CLASS                               03201000
               WHEN 'A'                                                 03202000
                   MOVE +1 TO WS-CLASS-SUB                              03203000
               WHEN 'B'                                                 03204000
                   MOVE +2 TO WS-CLASS-SUB                              03205000
               WHEN OTHER                                               03206000
                   MOVE +3 TO WS-CLASS-SUB                              03207000
           END-EVALUATE.                                                03208000
                                                                        03209000
           IF CYCLE-COUNT-OPEN                                          03210000
               IF CYCLE-COUNT-DATE(1:6) = WS-RUN-MONTH                  03220000
                   ADD +1 TO WS-WA-MISSED                               03230000
                             WS-CA-MISSED(WS-CLASS-SUB)                 03235000
               END-IF                                                   03240000
               GO TO P20000-EXIT                                        03250000
           END-IF.                                                      03260000
               GO TO P20000-EXIT                                        03290000
           END-IF.                                                      03300000
                                                                        03310000
           ADD +1 TO WS-WA-COUNTED                                      03315000
                     WS-CA-COUNTED(WS-CLASS-SUB).                       03320000
                                                                        03330000
           IF CYCLE-COUNT-VARIANCE = ZEROES                             03340000
               ADD +1 TO WS-WA-EXACT                                    03350000
                         WS-CA-EXACT(WS-CLASS-SUB)                      03355000
           ELSE                                                         03360000
               ADD +1 TO WS-WA-VARIANCES                                03370000
                         WS-CA-VARIANCES(WS-CLASS-SUB)                  03375000
               IF CYCLE-COUNT-VARIANCE < ZEROES                         03380000
                   SUBTRACT CYCLE-COUNT-VARIANCE                        03390000
                       FROM WS-WA-VARIANCE-UNITS                        03400000
                            WS-CA-VARIANCE-UNITS(WS-CLASS-SUB)          03405000
               ELSE                                                     03410000
                   ADD CYCLE-COUNT-VARIANCE                             03415000
                       TO WS-WA-VARIANCE-UNITS                          03420000
                          WS-CA-VARIANCE-UNITS(WS-CLASS-SUB)            03425000
               END-IF                                                   03430000
           END-IF.                                                      03440000
                                                                        03450000
           MOVE WS-WA-ACCURACY TO WS-DL-WH-ACCURACY.                    03800000
           DISPLAY WS-DL-WHSE.                                          03810000
                                                                        03820000
           PERFORM P31000-PRINT-CLASS THRU P31000-EXIT                  03821000
               VARYING WS-CLASS-SUB FROM 1 BY 1                         03822000
                   UNTIL WS-CLASS-SUB > 3.                              03823000
                                                                        03824000
       P30000-EXIT.                                                     03830000
           EXIT.                                                        03830100
           EJECT                                                        03830200
      ***************************************************************** 03830300
      *                                                               * 03830400
      *    PARAGRAPH:  P31000-PRINT-CLASS                             * 03830500
      *                                                               * 03830600
      *    FUNCTION :  PRINT THE ACCURACY LINE FOR ONE ABC CLASS OF   * 03830700
      *                THE WAREHOUSE JUST FINISHED                    * 03830800
      *                                                               * 03830900
      *    CALLED BY:  P30000-PRINT-WHSE                              * 03831000
      *                                                               * 03831100
      ***************************************************************** 03831200
                                                                        03831300
       P31000-PRINT-CLASS.                                              03831400
                                                                        03831500
           IF WS-CA-COUNTED(WS-CLASS-SUB) = ZEROES                      03831600
              AND WS-CA-MISSED(WS-CLASS-SUB) = ZEROES                   03831700
               GO TO P31000-EXIT                                        03831800
           END-IF.                                                      03831900
                                                                        03832000
           IF WS-CA-COUNTED(WS-CLASS-SUB) > ZEROES                      03832100
               COMPUTE WS-WA-ACCURACY ROUNDED =                         03832200
                   (WS-CA-EXACT(WS-CLASS-SUB) * 100)                    03832300
                       / WS-CA-COUNTED(WS-CLASS-SUB)                    03832400
           ELSE                                                         03832500
               MOVE +0 TO WS-WA-ACCURACY                                03832600
           END-IF.                                                      03832700
                                                                        03832800
           MOVE 'CLASS' TO WS-DL-WH-WHSE.                               03832900
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO WS-DL-WH-CLASS-NAME.     03833000
           MOVE WS-CA-COUNTED(WS-CLASS-SUB) TO WS-DL-WH-COUNTED.        03833100
           MOVE WS-CA-EXACT(WS-CLASS-SUB) TO WS-DL-WH-EXACT.            03833200
           MOVE WS-CA-VARIANCES(WS-CLASS-SUB) TO WS-DL-WH-VARIANCES.    03833300
           MOVE WS-CA-VARIANCE-UNITS(WS-CLASS-SUB) TO WS-DL-WH-UNITS.   03833400
           MOVE WS-CA-MISSED(WS-CLASS-SUB) TO WS-DL-WH-MISSED.          03833500
           MOVE WS-WA-ACCURACY TO WS-DL-WH-ACCURACY.                    03833600
           DISPLAY WS-DL-WHSE.                                          03833700
                                                                        03833800
       P31000-EXIT.                                                     03833900
           EXIT.                                                        03840000
           EJECT                                                        03850000
      ***************************************************************** 03860000
