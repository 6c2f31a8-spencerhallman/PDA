      *             MONTHLY REPORT MEASURES COUNT ACCURACY.  THE      * 00210000
      *             ROTATION POSITION IS KEPT ON THE WORKLIST         * 00220000
      *             CONTROL RECORD PER PREFIX / WAREHOUSE.            * 00230000
      *             AN ITEM / SUPPLIER STOCKED IN BINS AT THE         * 00231000
      *             WAREHOUSE (ITEM_SUPPLIER_BIN) GETS ONE WORKLIST   * 00232000
      *             LINE PER BIN, IN WALK SEQUENCE (BIN_LOCATION),    * 00233000
      *             WITH THE BIN'S BOOK QUANTITY, SO IT IS COUNTED    * 00234000
      *             AND POSTED BIN BY BIN.                            * 00235000
      *             ONLY ROWS DUE FOR COUNT BY THEIR ABC CLASS        * 00235500
      *             (ITEM_SUPPLIER, SET QUARTERLY BY PDAB102) ARE     * 00236000
      *             SLICED:  CLASS A MONTHLY, B QUARTERLY, C (AND     * 00236500
      *             UNCLASSIFIED) YEARLY, MEASURED FROM THE ROW'S     * 00237000
      *             LAST WORKLIST DATE, WHICH IS SET TO TODAY WHEN    * 00237500
      *             THE ROW IS WORKLISTED.  THE CLASS IS CARRIED ON   * 00238000
      *             THE WORKLIST LINE FOR THE PDAB54 REPORT.          * 00238500
      *                                                               * 00240000
      *             CONTROL CARD LAYOUT (ONE WAREHOUSE PER CARD):     * 00250000
      *               COL  1- 5   PREFIX            (NUMERIC)         * 00260000
      *                                                               * 00290000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00300000
      *             CYCLE COUNT WORKLIST -  VSAM KSDS    (UPDATE)     * 00310000
      *             ITEM_SUPPLIER_WHSE   -  DB2          (UPDATE)     * 00311000
      *             ITEM_SUPPLIER        -  DB2          (READ-ONLY)  * 00312000
      *             ITEM_SUPPLIER_BIN    -  DB2          (READ-ONLY)  * 00321000
      *             BIN_LOCATION         -  DB2          (READ-ONLY)  * 00322000
      *                                                               * 00330000
      ***************************************************************** 00340000
      *             PROGRAM CHANGE LOG                                * 00350000
      *                                                               * 00370000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00380000
      *  --------   --------------------  --------------------------  * 00390000
      *  10/15/26   R. MCALLEN            BINNED ITEMS LISTED ONE     * 00391000
      *                                   WORKLIST LINE PER BIN IN    * 00392000
      *                                   WALK SEQUENCE               * 00393000
      *  10/15/26   R. MCALLEN            ROWS SLICED ONLY WHEN DUE   * 00394000
      *                                   BY ABC CLASS (A MONTHLY, B  * 00395000
      *                                   QUARTERLY, C YEARLY)        * 00396000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00400000
      *                                                               * 00410000
      ***************************************************************** 00420000
       01  CONTROL-CARD-REC            PIC X(80).                       00680000
                                                                        00690000
       FD  VSAM-CYCLE-COUNT                                             00700000
           RECORD CONTAINS 136 CHARACTERS.                              00710000
                                                                        00720000
           COPY VCYCLCNT.                                               00730000
           EJECT                                                        00740000
               88  END-OF-SLICE                  VALUE 'Y'.             00850000
           05  WS-WRAPPED-SW           PIC X     VALUE 'N'.             00860000
               88  SLICE-WRAPPED                 VALUE 'Y'.             00870000
           05  WS-END-OF-BINS-SW       PIC X     VALUE 'N'.             00871000
               88  END-OF-BINS                   VALUE 'Y'.             00872000
           05  WS-ITEM-BINNED-SW       PIC X     VALUE 'N'.             00873000
               88  ITEM-BINNED                   VALUE 'Y'.             00874000
           05  WS-LINE-WRITTEN-SW      PIC X     VALUE 'N'.             00875000
               88  LINE-WRITTEN                  VALUE 'Y'.             00876000
           EJECT                                                        00880000
      ***************************************************************** 00890000
      *    MISCELLANEOUS WORK FIELDS                                  * 00900000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 00990000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01000000
           03  WS-LINES-BUILT          PIC S9(7) VALUE +0       COMP-3. 01010000
           03  WS-CLASS-A-ROWS         PIC S9(7) VALUE +0       COMP-3. 01011000
           03  WS-CLASS-B-ROWS         PIC S9(7) VALUE +0       COMP-3. 01012000
           03  WS-CLASS-C-ROWS         PIC S9(7) VALUE +0       COMP-3. 01013000
           03  WS-ABC-CLASS            PIC X     VALUE SPACES.          01014000
               88  ABC-CLASS-A                   VALUE 'A'.             01015000
               88  ABC-CLASS-B                   VALUE 'B'.             01016000
           03  WS-SLICE-COUNT          PIC S9(4) VALUE +0       COMP.   01020000
           03  WS-WORK-SEQ             PIC 9(5)  VALUE ZEROES.          01030000
           03  WS-LAST-ITEM            PIC X(32) VALUE SPACES.          01040000
           03  WS-LAST-SUPPLIER        PIC X(32) VALUE SPACES.          01050000
           03  WS-COUNT-BIN            PIC X(6)  VALUE SPACES.          01051000
           03  WS-COUNT-BOOK-QTY       PIC S9(9) VALUE +0       COMP-3. 01052000
           03  WS-DATE.                                                 01060000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01070000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01080000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01090000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01100000
                                       PIC 9(8).                        01110000
           03  WS-DUE-DATE-A           PIC X(8)  VALUE SPACES.          01111000
           03  WS-DUE-DATE-B           PIC X(8)  VALUE SPACES.          01112000
           03  WS-DUE-DATE-C           PIC X(8)  VALUE SPACES.          01113000
           03  WS-MONTHS-BACK          PIC S9(4) VALUE +0       COMP.   01114000
           03  WS-MONTH-COUNT          PIC S9(7) VALUE +0       COMP-3. 01115000
           03  WS-DUE-DATE.                                             01116000
               05  WS-DUE-YEAR         PIC 9(4)  VALUE ZEROES.          01117000
               05  WS-DUE-MONTH        PIC 9(2)  VALUE ZEROES.          01118000
               05  WS-DUE-DAY          PIC 9(2)  VALUE ZEROES.          01119000
           EJECT                                                        01120000
      ***************************************************************** 01130000
      *    CONTROL CARD AREA                                          * 01140000
              INCLUDE DITMSWH                                           01920000
           END-EXEC.                                                    01930000
           EJECT                                                        01940000
           EXEC SQL                                                     01941000
              INCLUDE DITMSUP                                           01941100
           END-EXEC.                                                    01941200
           EJECT                                                        01941300
           EXEC SQL                                                     01941400
              INCLUDE DITMSBIN                                          01942000
           END-EXEC.                                                    01943000
           EJECT                                                        01944000
           EXEC SQL                                                     01945000
              INCLUDE DBINLOC                                           01946000
           END-EXEC.                                                    01947000
           EJECT                                                        01948000
      ***************************************************************** 01950000
      *    CURSOR FOR THE NEXT SLICE OF WAREHOUSE STOCK ROWS DUE FOR  * 01955000
      *    COUNT BY ABC CLASS, STARTING BEHIND THE LAST ITEM /        * 01960000
      *    SUPPLIER SLICED                                            * 01965000
      ***************************************************************** 01980000
                                                                        01990000
           EXEC SQL DECLARE WHSE_SLICE CURSOR FOR                       02000000
               SELECT  W.ITEM_NUMBER,                                   02001000
                       W.SUPPLIER_ID,                                   02002000
                       W.QUANTITY_ON_HAND,                              02003000
                       S.ABC_CLASS                                      02004000
               FROM    ITEM_SUPPLIER_WHSE W,                            02005000
                       ITEM_SUPPLIER S                                  02006000
               WHERE   W.ITEM_PREFIX     = :ISW-ITEM-PREFIX             02007000
                 AND   W.SUPPLIER_PREFIX = :ISW-SUPPLIER-PREFIX         02008000
                 AND   W.WAREHOUSE_ID    = :ISW-WAREHOUSE-ID            02009000
                 AND  (W.ITEM_NUMBER     > :WS-LAST-ITEM                02010000
                  OR  (W.ITEM_NUMBER     = :WS-LAST-ITEM                02011000
                 AND   W.SUPPLIER_ID     > :WS-LAST-SUPPLIER))          02012000
                 AND   S.ITEM_PREFIX     = W.ITEM_PREFIX                02013000
                 AND   S.ITEM_NUMBER     = W.ITEM_NUMBER                02014000
                 AND   S.SUPPLIER_PREFIX = W.SUPPLIER_PREFIX            02015000
                 AND   S.SUPPLIER_ID     = W.SUPPLIER_ID                02016000
                 AND ((S.ABC_CLASS       = 'A'                          02017000
                 AND   W.LAST_COUNT_DATE <= :WS-DUE-DATE-A)             02018000
                  OR  (S.ABC_CLASS       = 'B'                          02019000
                 AND   W.LAST_COUNT_DATE <= :WS-DUE-DATE-B)             02020000
                  OR  (S.ABC_CLASS NOT IN ('A', 'B')                    02021000
                 AND   W.LAST_COUNT_DATE <= :WS-DUE-DATE-C))            02022000
               ORDER BY W.ITEM_NUMBER, W.SUPPLIER_ID                    02023000
           END-EXEC.                                                    02110100
           EJECT                                                        02110200
      ***************************************************************** 02110300
      *    CURSOR FOR THE BINS HOLDING AN ITEM / SUPPLIER AT THE      * 02110400
      *    WAREHOUSE, IN WALK SEQUENCE                                * 02110500
      ***************************************************************** 02110600
                                                                        02110700
           EXEC SQL DECLARE ITEM_BINS CURSOR FOR                        02110800
               SELECT  B.BIN_ID,                                        02110900
                       B.QUANTITY_ON_HAND                               02111000
               FROM    ITEM_SUPPLIER_BIN B,                             02111100
                       BIN_LOCATION L                                   02111200
               WHERE   B.ITEM_PREFIX     = :ISB-ITEM-PREFIX             02111300
                 AND   B.ITEM_NUMBER     = :ISB-ITEM-NUMBER             02111400
                 AND   B.SUPPLIER_PREFIX = :ISB-SUPPLIER-PREFIX         02111500
                 AND   B.SUPPLIER_ID     = :ISB-SUPPLIER-ID             02111600
                 AND   B.WAREHOUSE_ID    = :ISB-WAREHOUSE-ID            02111700
                 AND   L.PREFIX          = B.ITEM_PREFIX                02111800
                 AND   L.WAREHOUSE_ID    = B.WAREHOUSE_ID               02111900
                 AND   L.BIN_ID          = B.BIN_ID                     02112000
               ORDER BY L.WALK_SEQUENCE                                 02112100
           END-EXEC.                                                    02120000
           EJECT                                                        02130000
      ***************************************************************** 02140000
                                                                        02520000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02530000
                                                                        02540000
           PERFORM P05000-SET-DUE-DATES THRU P05000-EXIT.               02541000
                                                                        02542000
           DISPLAY ' '.                                                 02550000
           DISPLAY WS-DL-ASTERISK.                                      02560000
           DISPLAY WS-DL-BLANK.                                         02570000
           MOVE WS-LINES-BUILT TO WS-DL-T-CNT.                          02950000
           DISPLAY WS-DL-TOTAL.                                         02960000
                                                                        02970000
           MOVE 'CLASS A ROWS LISTED' TO WS-DL-T-TITLE.                 02970500
           MOVE WS-CLASS-A-ROWS TO WS-DL-T-CNT.                         02971000
           DISPLAY WS-DL-TOTAL.                                         02971500
                                                                        02972000
           MOVE 'CLASS B ROWS LISTED' TO WS-DL-T-TITLE.                 02972500
           MOVE WS-CLASS-B-ROWS TO WS-DL-T-CNT.                         02973000
           DISPLAY WS-DL-TOTAL.                                         02973500
                                                                        02974000
           MOVE 'CLASS C ROWS LISTED' TO WS-DL-T-TITLE.                 02974500
           MOVE WS-CLASS-C-ROWS TO WS-DL-T-CNT.                         02975000
           DISPLAY WS-DL-TOTAL.                                         02975500
                                                                        02976000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      02980000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       02990000
           DISPLAY WS-DL-TOTAL.                                         03000000
           GOBACK.                                                      03070000
                                                                        03080000
       P00000-EXIT.                                                     03090000
           EXIT.                                                        03090100
           EJECT                                                        03090200
      ***************************************************************** 03090300
      *                                                               * 03090400
      *    PARAGRAPH:  P05000-SET-DUE-DATES                           * 03090500
      *                                                               * 03090600
      *    FUNCTION :  SET THE LAST WORKLIST DATE ON OR BEFORE WHICH  * 03090700
      *                A ROW IS DUE FOR COUNT, BY ABC CLASS:  ONE     * 03090800
      *                MONTH BACK FOR A, THREE FOR B, TWELVE FOR C    * 03090900
      *                                                               * 03091000
      *    CALLED BY:  P00000-MAINLINE                                * 03091100
      *                                                               * 03091200
      ***************************************************************** 03091300
                                                                        03091400
       P05000-SET-DUE-DATES.                                            03091500
                                                                        03091600
           MOVE +1 TO WS-MONTHS-BACK.                                   03091700
           PERFORM P05100-MONTHS-BACK THRU P05100-EXIT.                 03091800
           MOVE WS-DUE-DATE TO WS-DUE-DATE-A.                           03091900
                                                                        03092000
           MOVE +3 TO WS-MONTHS-BACK.                                   03092100
           PERFORM P05100-MONTHS-BACK THRU P05100-EXIT.                 03092200
           MOVE WS-DUE-DATE TO WS-DUE-DATE-B.                           03092300
                                                                        03092400
           MOVE +12 TO WS-MONTHS-BACK.                                  03092500
           PERFORM P05100-MONTHS-BACK THRU P05100-EXIT.                 03092600
           MOVE WS-DUE-DATE TO WS-DUE-DATE-C.                           03092700
                                                                        03092800
       P05000-EXIT.                                                     03092900
           EXIT.                                                        03093000
           EJECT                                                        03093100
      ***************************************************************** 03093200
      *                                                               * 03093300
      *    PARAGRAPH:  P05100-MONTHS-BACK                             * 03093400
      *                                                               * 03093500
      *    FUNCTION :  SET WS-DUE-DATE TO TODAY LESS WS-MONTHS-BACK   * 03093600
      *                MONTHS.  THE DAY IS KEPT AS IT IS -- THE DATE  * 03093700
      *                IS ONLY COMPARED, NEVER VALIDATED              * 03093800
      *                                                               * 03093900
      *    CALLED BY:  P05000-SET-DUE-DATES                           * 03094000
      *                                                               * 03094100
      ***************************************************************** 03094200
                                                                        03094300
       P05100-MONTHS-BACK.                                              03094400
                                                                        03094500
           MOVE WS-DATE-CCYYMMDD TO WS-DUE-DATE.                        03094600
                                                                        03094700
           COMPUTE WS-MONTH-COUNT =                                     03094800
               (WS-DUE-YEAR * 12) + WS-DUE-MONTH - 1 - WS-MONTHS-BACK.  03094900
                                                                        03095000
           DIVIDE WS-MONTH-COUNT BY 12                                  03095100
               GIVING WS-DUE-YEAR                                       03095200
               REMAINDER WS-DUE-MONTH.                                  03095300
                                                                        03095400
           ADD 1 TO WS-DUE-MONTH.                                       03095500
                                                                        03095600
       P05100-EXIT.                                                     03095700
           EXIT.                                                        03100000
           EJECT                                                        03110000
      ***************************************************************** 03120000
      *    PARAGRAPH:  P40000-FETCH-ROW                               * 04750000
      *                                                               * 04760000
      *    FUNCTION :  FETCH THE NEXT STOCK ROW AND WRITE ITS COUNT   * 04770000
      *                WORKLIST RECORDS WITH THE BOOK QUANTITY        * 04775000
      *                SNAPSHOT -- ONE PER BIN WHEN THE ITEM IS       * 04780000
      *                BINNED, OTHERWISE ONE FOR THE WAREHOUSE        * 04785000
      *                                                               * 04800000
      *    CALLED BY:  P30000-FETCH-SLICE                             * 04810000
      *                                                               * 04820000
               FETCH  WHSE_SLICE                                        04880000
               INTO   :ISW-ITEM-NUMBER,                                 04890000
                      :ISW-SUPPLIER-ID,                                 04900000
                      :ISW-QUANTITY-ON-HAND,                            04905000
                      :ITEM-SUPPLIER-ABC-CLASS                          04910000
           END-EXEC.                                                    04920000
                                                                        04930000
           EVALUATE TRUE                                                04940000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05060000
           END-EVALUATE.                                                05070000
                                                                        05080000
           MOVE 'N' TO WS-ITEM-BINNED-SW.                               05080050
           MOVE 'N' TO WS-LINE-WRITTEN-SW.                              05080100
                                                                        05080150
           IF ITEM-SUPPLIER-ABC-CLASS = 'A' OR 'B'                      05080155
               MOVE ITEM-SUPPLIER-ABC-CLASS TO WS-ABC-CLASS             05080160
           ELSE                                                         05080165
               MOVE 'C' TO WS-ABC-CLASS                                 05080170
           END-IF.                                                      05080175
                                                                        05080180
           PERFORM P45000-LIST-BINS THRU P45000-EXIT.                   05080200
                                                                        05080250
           IF NOT ITEM-BINNED                                           05080300
               MOVE SPACES TO WS-COUNT-BIN                              05080350
               MOVE ISW-QUANTITY-ON-HAND TO WS-COUNT-BOOK-QTY           05080400
               PERFORM P46000-WRITE-COUNT-LINE THRU P46000-EXIT         05080450
           END-IF.                                                      05080500
                                                                        05080550
           IF NOT LINE-WRITTEN                                          05080600
               GO TO P40000-EXIT                                        05080650
           END-IF.                                                      05080700
                                                                        05080750
           MOVE ISW-ITEM-NUMBER TO WS-LAST-ITEM.                        05080800
           MOVE ISW-SUPPLIER-ID TO WS-LAST-SUPPLIER.                    05080850
                                                                        05080900
           ADD +1 TO WS-SLICE-COUNT.                                    05080950
                                                                        05080951
           EVALUATE TRUE                                                05080952
               WHEN ABC-CLASS-A                                         05080953
                   ADD +1 TO WS-CLASS-A-ROWS                            05080954
               WHEN ABC-CLASS-B                                         05080955
                   ADD +1 TO WS-CLASS-B-ROWS                            05080956
               WHEN OTHER                                               05080957
                   ADD +1 TO WS-CLASS-C-ROWS                            05080958
           END-EVALUATE.                                                05080959
                                                                        05080960
           PERFORM P47000-SET-COUNT-DATE THRU P47000-EXIT.              05080961
                                                                        05081000
       P40000-EXIT.                                                     05081050
           EXIT.                                                        05081100
           EJECT                                                        05081150
      ***************************************************************** 05081200
      *                                                               * 05081250
      *    PARAGRAPH:  P45000-LIST-BINS                               * 05081300
      *                                                               * 05081350
      *    FUNCTION :  WRITE ONE WORKLIST RECORD FOR EACH BIN HOLDING * 05081400
      *                THE ITEM / SUPPLIER AT THE WAREHOUSE, IN WALK  * 05081450
      *                SEQUENCE.  ITEM-BINNED IS OFF WHEN THERE ARE   * 05081500
      *                NO BINS                                        * 05081550
      *                                                               * 05081600
      *    CALLED BY:  P40000-FETCH-ROW                               * 05081650
      *                                                               * 05081700
      ***************************************************************** 05081750
                                                                        05081800
       P45000-LIST-BINS.                                                05081850
                                                                        05081900
           MOVE WCN-PREFIX TO ISB-ITEM-PREFIX                           05081950
                              ISB-SUPPLIER-PREFIX.                      05082000
           MOVE ISW-ITEM-NUMBER TO ISB-ITEM-NUMBER.                     05082050
           MOVE ISW-SUPPLIER-ID TO ISB-SUPPLIER-ID.                     05082100
           MOVE WCC-WHSE TO ISB-WAREHOUSE-ID.                           05082150
                                                                        05082200
           EXEC SQL                                                     05082250
               OPEN ITEM_BINS                                           05082300
           END-EXEC.                                                    05082350
                                                                        05082400
           IF SQLCODE NOT = +0                                          05082450
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05082500
               MOVE 'PDAB53' TO WPDE-PROGRAM-ID                         05082550
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05082600
               MOVE 'OPEN ITEM_BINS' TO WPDE-FUNCTION                   05082650
               MOVE 'P45000' TO WPDE-PARAGRAPH                          05082700
               PERFORM P99999-ABEND THRU P99999-EXIT                    05082750
           END-IF.                                                      05082800
                                                                        05082850
           MOVE 'N' TO WS-END-OF-BINS-SW.                               05082900
                                                                        05082950
           PERFORM P45100-FETCH-BIN THRU P45100-EXIT                    05083000
               UNTIL END-OF-BINS.                                       05083050
                                                                        05083100
           EXEC SQL                                                     05083150
               CLOSE ITEM_BINS                                          05083200
           END-EXEC.                                                    05083250
                                                                        05083300
           IF SQLCODE NOT = +0                                          05083350
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05083400
               MOVE 'PDAB53' TO WPDE-PROGRAM-ID                         05083450
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05083500
               MOVE 'CLOSE ITEM_BINS' TO WPDE-FUNCTION                  05083550
               MOVE 'P45000' TO WPDE-PARAGRAPH                          05083600
               PERFORM P99999-ABEND THRU P99999-EXIT                    05083650
           END-IF.                                                      05083700
                                                                        05083750
       P45000-EXIT.                                                     05083800
           EXIT.                                                        05083850
           EJECT                                                        05083900
      ***************************************************************** 05083950
      *                                                               * 05084000
      *    PARAGRAPH:  P45100-FETCH-BIN                               * 05084050
      *                                                               * 05084100
      *    FUNCTION :  FETCH THE NEXT BIN AND WRITE ITS WORKLIST      * 05084150
      *                RECORD WITH THE BIN'S BOOK QUANTITY            * 05084200
      *                                                               * 05084250
      *    CALLED BY:  P45000-LIST-BINS                               * 05084300
      *                                                               * 05084350
      ***************************************************************** 05084400
                                                                        05084450
       P45100-FETCH-BIN.                                                05084500
                                                                        05084550
           EXEC SQL                                                     05084600
               FETCH  ITEM_BINS                                         05084650
               INTO   :ISB-BIN-ID,                                      05084700
                      :ISB-QUANTITY-ON-HAND                             05084750
           END-EXEC.                                                    05084800
                                                                        05084850
           EVALUATE TRUE                                                05084900
               WHEN SQLCODE = +0                                        05084950
                   CONTINUE                                             05085000
               WHEN SQLCODE = +100                                      05085050
                   MOVE 'Y' TO WS-END-OF-BINS-SW                        05085100
                   GO TO P45100-EXIT                                    05085150
               WHEN OTHER                                               05085200
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      05085250
                   MOVE 'PDAB53' TO WPDE-PROGRAM-ID                     05085300
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     05085350
                   MOVE 'FETCH ITEM_BINS' TO WPDE-FUNCTION              05085400
                   MOVE 'P45100' TO WPDE-PARAGRAPH                      05085450
                   PERFORM P99999-ABEND THRU P99999-EXIT                05085500
           END-EVALUATE.                                                05085550
                                                                        05085600
           MOVE 'Y' TO WS-ITEM-BINNED-SW.                               05085650
           MOVE ISB-BIN-ID TO WS-COUNT-BIN.                             05085700
           MOVE ISB-QUANTITY-ON-HAND TO WS-COUNT-BOOK-QTY.              05085750
                                                                        05085800
           PERFORM P46000-WRITE-COUNT-LINE THRU P46000-EXIT.            05085850
                                                                        05085900
       P45100-EXIT.                                                     05085950
           EXIT.                                                        05086000
           EJECT                                                        05086050
      ***************************************************************** 05086100
      *                                                               * 05086150
      *    PARAGRAPH:  P46000-WRITE-COUNT-LINE                        * 05086200
      *                                                               * 05086250
      *    FUNCTION :  WRITE A COUNT WORKLIST RECORD FOR THE CURRENT  * 05086300
      *                ITEM / SUPPLIER AND BIN (BLANK FOR THE WHOLE   * 05086350
      *                WAREHOUSE) WITH THE NEXT SEQUENCE NUMBER.  A   * 05086400
      *                LINE ALREADY ON FILE IS LEFT AS IT IS          * 05086450
      *                                                               * 05086500
      *    CALLED BY:  P40000-FETCH-ROW                               * 05086550
      *                P45100-FETCH-BIN                               * 05086600
      *                                                               * 05086650
      ***************************************************************** 05086700
                                                                        05086750
       P46000-WRITE-COUNT-LINE.                                         05086800
                                                                        05086850
           ADD 1 TO WS-WORK-SEQ.                                        05090000
                                                                        05100000
           MOVE WCN-PREFIX TO CYCLE-COUNT-PREFIX.                       05110000
           MOVE WS-WORK-SEQ TO CYCLE-COUNT-SEQ.                         05140000
           MOVE ISW-ITEM-NUMBER TO CYCLE-COUNT-ITEM-NUMBER.             05150000
           MOVE ISW-SUPPLIER-ID TO CYCLE-COUNT-SUPPLIER-ID.             05160000
           MOVE WS-COUNT-BOOK-QTY TO CYCLE-COUNT-BOOK-QTY.              05170000
           MOVE +0 TO CYCLE-COUNT-COUNTED-QTY.                          05180000
           MOVE +0 TO CYCLE-COUNT-VARIANCE.                             05190000
           MOVE 'O' TO CYCLE-COUNT-STATUS.                              05200000
           MOVE ZEROES TO CYCLE-COUNT-COUNT-DATE.                       05210000
           MOVE SPACES TO CYCLE-COUNT-USERID.                           05220000
           MOVE WS-COUNT-BIN TO CYCLE-COUNT-BIN.                        05225000
           MOVE WS-ABC-CLASS TO CYCLE-COUNT-ABC-CLASS.                  05226000
                                                                        05230000
           WRITE CYCLE-COUNT-RECORD.                                    05240000
                                                                        05250000
           IF CYCCF-DUPLICATE                                           05260000
               GO TO P46000-EXIT                                        05270000
           END-IF.                                                      05280000
                                                                        05290000
           IF NOT CYCCF-OK                                              05300000
               MOVE 'WRITE CYCLE COUNT FAILED' TO WPBE-MESSAGE          05310000
               MOVE WS-CYCC-STATUS TO WPBE-FILE-STATUS                  05320000
               MOVE 'P46000' TO WPBE-PARAGRAPH                          05330000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05340000
           END-IF.                                                      05350000
                                                                        05360000
           MOVE 'Y' TO WS-LINE-WRITTEN-SW.                              05370000
           ADD +1 TO WS-LINES-BUILT.                                    05410000
                                                                        05420000
       P46000-EXIT.                                                     05430000
           EXIT.                                                        05430100
           EJECT                                                        05430200
      ***************************************************************** 05430300
      *                                                               * 05430400
      *    PARAGRAPH:  P47000-SET-COUNT-DATE                          * 05430500
      *                                                               * 05430600
      *    FUNCTION :  STAMP TODAY AS THE LAST WORKLIST DATE OF THE   * 05430700
      *                STOCK ROW JUST WORKLISTED, SO THAT IT IS NOT   * 05430800
      *                DUE AGAIN UNTIL ITS CLASS INTERVAL HAS PASSED  * 05430900
      *                                                               * 05431000
      *    CALLED BY:  P40000-FETCH-ROW                               * 05431100
      *                                                               * 05431200
      ***************************************************************** 05431300
                                                                        05431400
       P47000-SET-COUNT-DATE.                                           05431500
                                                                        05431600
           MOVE WS-DATE TO ISW-LAST-COUNT-DATE.                         05431700
                                                                        05431800
           EXEC SQL                                                     05431900
               UPDATE  ITEM_SUPPLIER_WHSE                               05432000
               SET     LAST_COUNT_DATE = :ISW-LAST-COUNT-DATE           05432100
               WHERE   ITEM_PREFIX     = :ISW-ITEM-PREFIX               05432200
                 AND   ITEM_NUMBER     = :ISW-ITEM-NUMBER               05432300
                 AND   SUPPLIER_PREFIX = :ISW-SUPPLIER-PREFIX           05432400
                 AND   SUPPLIER_ID     = :ISW-SUPPLIER-ID               05432500
                 AND   WAREHOUSE_ID    = :ISW-WAREHOUSE-ID              05432600
           END-EXEC.                                                    05432700
                                                                        05432800
           IF SQLCODE NOT = +0                                          05432900
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05433000
               MOVE 'PDAB53' TO WPDE-PROGRAM-ID                         05433100
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05433200
               MOVE 'UPDATE ITEM_SUPPLIER_WHSE' TO WPDE-FUNCTION        05433300
               MOVE 'P47000' TO WPDE-PARAGRAPH                          05433400
               PERFORM P99999-ABEND THRU P99999-EXIT                    05433500
           END-IF.                                                      05433600
                                                                        05433700
       P47000-EXIT.                                                     05433800
           EXIT.                                                        05440000
           EJECT                                                        05450000
      ***************************************************************** 05460000
               MOVE 'O' TO CYCLE-COUNT-STATUS                           05760000
               MOVE ZEROES TO CYCLE-COUNT-COUNT-DATE                    05770000
               MOVE SPACES TO CYCLE-COUNT-USERID                        05780000
                              CYCLE-COUNT-BIN                           05785000
               WRITE CYCLE-COUNT-RECORD                                 05790000
           ELSE                                                         05800000
               IF CYCCF-OK                                              05810000
