      *             ORDER FILE.  THE ORDER QUANTITY RESTORES STOCK    * 00150000
      *             TO TWICE THE REORDER POINT AND IS NEVER LESS      * 00160000
      *             THAN THE SUPPLIER MINIMUM ORDER QUANTITY.  AN     * 00170000
      *             ITEM/SUPPLIER THAT ALREADY HAS A SUGGESTED, OPEN  * 00180000
      *             OR PARTIALLY RECEIVED PURCHASE ORDER LINE IS NOT  * 00190000
      *             REORDERED AGAIN.  A PURCHASE ORDER REGISTER       * 00200000
      *             REPORT IS PRODUCED.  THE LINES ARE WRITTEN AS     * 00201000
      *             SUGGESTED; A BUYER REVIEWS AND RELEASES EACH      * 00202000
      *             PURCHASE ORDER ON THE PDA061 SCREEN BEFORE IT     * 00203000
      *             CAN BE RECEIVED AGAINST.  RECEIPTS AGAINST THE    * 00204000
      *             PURCHASE ORDERS ARE PROCESSED BY PDAB23, WHICH    * 00220000
      *             IS THE ONLY PROCESS THAT INCREMENTS THE           * 00230000
      *             ITEM_SUPPLIER QUANTITY ON HAND.  NO LINE IS       * 00231000
      *             RAISED TO A SUPPLIER WHOSE INSURANCE CERTIFICATE  * 00232000
      *             OR TAX FORM ON THE SUPPLIER COMPLIANCE DOCUMENT   * 00233000
      *             FILE HAS EXPIRED, NOR FOR A HAZMAT ITEM WHEN THE  * 00234000
      *             SUPPLIER'S HAZMAT SHIPPER CERTIFICATION HAS       * 00235000
      *             EXPIRED; THESE ARE LISTED AS COMPLIANCE HOLDS.    * 00236000
      *                                                               * 00250000
      * FILES   :   ITEM_SUPPLIER        -  DB2          (READ-ONLY)  * 00260000
      *             ITEM                 -  DB2          (READ-ONLY)  * 00265000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (UPDATE)     * 00270000
      *             SUPPLIER DOCUMENT    -  VSAM KSDS    (READ-ONLY)  * 00275000
      *                                                               * 00280000
      ***************************************************************** 00290000
      *             PROGRAM CHANGE LOG                                * 00300000
      *                                                               * 00320000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00330000
      *  --------   --------------------  --------------------------  * 00340000
      *  10/15/26   R. MCALLEN            LINES WRITTEN SUGGESTED     * 00341000
      *                                   FOR BUYER REVIEW AND        * 00342000
      *                                   RELEASE ON PDA061; PO       * 00343000
      *                                   RECORD NOW 200              * 00344000
      *  10/15/26   R. MCALLEN            TRANSMISSION AND SUPPLIER   * 00345000
      *                                   ACKNOWLEDGMENT FIELDS       * 00346000
      *                                   STARTED AT ZERO             * 00347000
      *  10/15/26   R. MCALLEN            DROP-SHIP PO LINES DO NOT   * 00348000
      *                                   COUNT AS OPEN SUPPLY        * 00349000
      *  10/15/26   R. MCALLEN            NO PO LINES TO A SUPPLIER   * 00349100
      *                                   WITH AN EXPIRED INSURANCE   * 00349200
      *                                   OR TAX DOCUMENT, OR HAZMAT  * 00349300
      *                                   ITEMS WITH AN EXPIRED HAZ   * 00349400
      *                                   CERT; LISTED AS HOLDS       * 00349500
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00350000
      *                                                               * 00360000
      ***************************************************************** 00370000
                                       ACCESS IS DYNAMIC                00470000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00480000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00490000
                                                                        00491000
           SELECT VSAM-SUPPLIER-DOC    ASSIGN TO VSUPDOC                00492000
                                       ORGANIZATION IS INDEXED          00493000
                                       ACCESS IS RANDOM                 00494000
                                       RECORD KEY IS SUPP-DOC-KEY       00495000
                                       FILE STATUS IS WS-SUPPDOC-STATUS.00496000
           EJECT                                                        00500000
       DATA DIVISION.                                                   00510000
                                                                        00520000
       FILE SECTION.                                                    00530000
                                                                        00540000
       FD  VSAM-PURCHASE-ORDER                                          00550000
           RECORD CONTAINS 200 CHARACTERS.                              00560000
                                                                        00570000
           COPY VPURCHOR.                                               00580000
           EJECT                                                        00581000
       FD  VSAM-SUPPLIER-DOC                                            00582000
           RECORD CONTAINS 128 CHARACTERS.                              00583000
                                                                        00584000
           COPY VSUPDOC.                                                00585000
           EJECT                                                        00590000
       WORKING-STORAGE SECTION.                                         00600000
                                                                        00610000
               88  END-OF-PROCESS                VALUE 'Y'.             00680000
           05  WS-OPEN-PO-LINE-SW      PIC X     VALUE 'N'.             00690000
               88  OPEN-PO-LINE-EXISTS           VALUE 'Y'.             00700000
           05  WS-SUPPDOC-FILE-SW      PIC X     VALUE 'Y'.             00701000
               88  SUPPDOC-FILE-PRESENT          VALUE 'Y'.             00702000
           05  WS-COMPLIANCE-HOLD-SW   PIC X     VALUE 'N'.             00703000
               88  COMPLIANCE-HOLD               VALUE 'Y'.             00704000
           EJECT                                                        00710000
      ***************************************************************** 00720000
      *    MISCELLANEOUS WORK FIELDS                                  * 00730000
               88  PURCHORD-NOTFOUND             VALUE '23'.            00790000
               88  PURCHORD-EMPTY                VALUE '47' '35'.       00800000
               88  PURCHORD-END                  VALUE '10'.            00810000
           03  WS-SUPPDOC-STATUS       PIC XX    VALUE SPACES.          00811000
               88  SUPPDOC-OK                    VALUE '  ' '00'.       00812000
               88  SUPPDOC-NOTFOUND              VALUE '23'.            00813000
               88  SUPPDOC-EMPTY                 VALUE '47' '35'.       00814000
           03  WS-ROWS-SELECTED        PIC S9(7) VALUE +0       COMP-3. 00820000
           03  WS-LINES-CREATED        PIC S9(7) VALUE +0       COMP-3. 00830000
           03  WS-LINES-SKIPPED        PIC S9(7) VALUE +0       COMP-3. 00840000
           03  WS-LINES-HELD           PIC S9(7) VALUE +0       COMP-3. 00845000
           03  WS-POS-CREATED          PIC S9(7) VALUE +0       COMP-3. 00850000
           03  WS-ORDER-QTY            PIC S9(9) VALUE +0       COMP-3. 00860000
           03  WS-CURR-PO-NUMBER       PIC 9(9)  VALUE ZEROES.          00870000
               05  WS-PREV-SUPPLIER-PREFIX                              00900000
                                       PIC X(5)  VALUE HIGH-VALUES.     00910000
               05  WS-PREV-SUPPLIER-ID PIC X(32) VALUE HIGH-VALUES.     00920000
      ***************************************************************** 00920500
      *    COMPLIANCE DOCUMENTS EXPIRED FOR THE SUPPLIER LAST CHECKED * 00921000
      *    -- THE DOCUMENT TYPE HOLDING EVERY LINE (INS OR TAX) AND   * 00921500
      *    THE EXPIRED HAZMAT CERTIFICATION HOLDING HAZMAT ITEMS      * 00922000
      ***************************************************************** 00922500
           03  WS-DOC-SUPPLIER-KEY.                                     00923000
               05  WS-DOC-SUPPLIER-PREFIX                               00923500
                                       PIC X(5)  VALUE HIGH-VALUES.     00924000
               05  WS-DOC-SUPPLIER-ID  PIC X(32) VALUE HIGH-VALUES.     00924500
           03  WS-DOC-HOLD-TYPE        PIC X(3)  VALUE SPACES.          00925000
           03  WS-DOC-HOLD-EXPIRED     PIC 9(8)  VALUE ZEROES.          00925500
           03  WS-DOC-HAZMAT-EXPIRED   PIC 9(8)  VALUE ZEROES.          00926000
           03  WS-DATE.                                                 00930000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          00940000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          00950000
           03  WS-DL-PD-QTY            PIC ZZZ,ZZZ,ZZ9.                 01560000
           03  FILLER                  PIC X(10) VALUE SPACES.          01570000
           03  FILLER                  PIC X(01) VALUE '*'.             01580000
                                                                        01580500
       01  WS-DL-HOLD-DETAIL.                                           01581000
           03  FILLER                  PIC X(01) VALUE '*'.             01581500
           03  FILLER                  PIC X(07) VALUE '  HOLD '.       01582000
           03  WS-DL-HD-SUPPLIER       PIC X(20) VALUE SPACES.          01582500
           03  FILLER                  PIC X(06) VALUE ' ITEM '.        01583000
           03  WS-DL-HD-ITEM           PIC X(20) VALUE SPACES.          01583500
           03  FILLER                  PIC X(05) VALUE ' DOC '.         01584000
           03  WS-DL-HD-TYPE           PIC X(03) VALUE SPACES.          01584500
           03  FILLER                  PIC X(09) VALUE ' EXPIRED '.     01585000
           03  WS-DL-HD-EXPIRED        PIC 9(08) VALUE ZEROES.          01585500
           03  FILLER                  PIC X(01) VALUE '*'.             01586000
           EJECT                                                        01590000
      ***************************************************************** 01600000
      *    DB2  DEFINITIONS                                           * 01610000
           EJECT                                                        01710000
           EXEC SQL                                                     01720000
              INCLUDE DITMSUP                                           01730000
           END-EXEC.                                                    01731000
           EJECT                                                        01732000
           EXEC SQL                                                     01733000
              INCLUDE DITEM                                             01734000
           END-EXEC.                                                    01740000
           EJECT                                                        01750000
      ***************************************************************** 01760000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02590000
           END-IF.                                                      02600000
                                                                        02610000
      ***************************************************************** 02610500
      *    NO SUPPLIER DOCUMENT FILE YET MEANS NO DOCUMENT HAS        * 02611000
      *    EXPIRED                                                    * 02611500
      ***************************************************************** 02612000
                                                                        02612500
           OPEN INPUT VSAM-SUPPLIER-DOC.                                02613000
                                                                        02613500
           IF SUPPDOC-EMPTY                                             02614000
               MOVE 'N' TO WS-SUPPDOC-FILE-SW                           02614500
           ELSE                                                         02615000
               IF NOT SUPPDOC-OK                                        02615500
                   MOVE 'OPEN SUPPLIER DOCUMENT FILE FAILED'            02616000
                       TO WPBE-MESSAGE                                  02616500
                   MOVE WS-SUPPDOC-STATUS TO WPBE-FILE-STATUS           02617000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      02617500
                   PERFORM P99999-ABEND THRU P99999-EXIT                02618000
               END-IF                                                   02618500
           END-IF.                                                      02619000
                                                                        02619500
           EXEC SQL                                                     02620000
               OPEN REORDERS                                            02630000
           END-EXEC.                                                    02640000
                                                                        02900000
           CLOSE VSAM-PURCHASE-ORDER.                                   02910000
                                                                        02920000
           IF SUPPDOC-FILE-PRESENT                                      02921000
               CLOSE VSAM-SUPPLIER-DOC                                  02922000
           END-IF.                                                      02923000
                                                                        02924000
           DISPLAY ' '.                                                 02930000
           DISPLAY WS-DL-ASTERISK.                                      02940000
                                                                        02950000
                                                                        03070000
           MOVE 'LINES ALREADY ON ORDER' TO WS-DL-T-TITLE.              03080000
           MOVE WS-LINES-SKIPPED TO WS-DL-T-CNT.                        03090000
           DISPLAY WS-DL-TOTAL.                                         03091000
                                                                        03092000
           MOVE 'COMPLIANCE HOLD LINES' TO WS-DL-T-TITLE.               03093000
           MOVE WS-LINES-HELD TO WS-DL-T-CNT.                           03094000
           DISPLAY WS-DL-TOTAL.                                         03100000
                                                                        03110000
           DISPLAY WS-DL-ASTERISK.                                      03120000
                                                                        03710000
           IF OPEN-PO-LINE-EXISTS                                       03720000
               ADD +1 TO WS-LINES-SKIPPED                               03730000
               GO TO P10000-EXIT                                        03730500
           END-IF.                                                      03731000
                                                                        03731500
      ***************************************************************** 03732000
      *    DO NOT ORDER FROM A SUPPLIER WHOSE REQUIRED COMPLIANCE     * 03732500
      *    DOCUMENT HAS EXPIRED -- LIST THE LINE AS A HOLD INSTEAD    * 03733000
      ***************************************************************** 03733500
                                                                        03734000
           PERFORM P50000-CHECK-COMPLIANCE THRU P50000-EXIT.            03734500
                                                                        03735000
           IF COMPLIANCE-HOLD                                           03735500
               ADD +1 TO WS-LINES-HELD                                  03736000
               MOVE ITEM-SUPPLIER-SUPPLIER-ID TO WS-DL-HD-SUPPLIER      03736500
               MOVE ITEM-SUPPLIER-ITEM-NUMBER TO WS-DL-HD-ITEM          03737000
               DISPLAY WS-DL-HOLD-DETAIL                                03737500
               GO TO P10000-EXIT                                        03740000
           END-IF.                                                      03750000
                                                                        03760000
      *    PARAGRAPH:  P20000-CHECK-OPEN-PO                           * 04190000
      *                                                               * 04200000
      *    FUNCTION :  BROWSE THE PURCHASE ORDER FILE FOR THE         * 04210000
      *                SUPPLIER PREFIX AND DETERMINE WHETHER A        * 04220000
      *                SUGGESTED, OPEN OR PARTIALLY RECEIVED LINE     * 04230000
      *                ALREADY EXISTS FOR THE CURRENT ITEM / SUPPLIER * 04240000
      *                                                               * 04250000
      *    CALLED BY:  P10000-PROCESS-REORDER                         * 04260000
      *                                                               * 04270000
           IF PURCHASE-ORDER-SUPPLIER-ID = ITEM-SUPPLIER-SUPPLIER-ID    04730000
              AND PURCHASE-ORDER-ITEM-NUMBER =                          04740000
                  ITEM-SUPPLIER-ITEM-NUMBER                             04750000
              AND PURCHASE-ORDER-ACTIVE                                 04760000
              AND NOT PURCHASE-ORDER-FROM-DROP-SHIP                     04765000
               MOVE 'Y' TO WS-OPEN-PO-LINE-SW                           04770000
               GO TO P20000-EXIT                                        04780000
           END-IF.                                                      04790000
               MOVE ZEROES TO PURCHASE-ORDER-UNIT-PRICE                 05160000
               MOVE ZEROES TO PURCHASE-ORDER-DATE-CREATED               05170000
               MOVE ZEROES TO PURCHASE-ORDER-DATE-RECEIVED              05180000
               MOVE ZEROES TO PURCHASE-ORDER-QTY-INVOICED               05181000
               MOVE ZEROES TO PURCHASE-ORDER-DATE-EXPECTED              05182000
               MOVE ZEROES TO PURCHASE-ORDER-DATE-RELEASED              05183000
               MOVE ZEROES TO PURCHASE-ORDER-DATE-TRANSMITTED           05184000
               MOVE ZEROES TO PURCHASE-ORDER-ACK-QTY                    05185000
               MOVE ZEROES TO PURCHASE-ORDER-DATE-CONFIRMED             05186000
               MOVE ZEROES TO PURCHASE-ORDER-DATE-ACKNOWLEDGED          05187000
               WRITE PURCHASE-ORDER-RECORD                              05190000
               IF NOT PURCHORD-OK                                       05200000
                   MOVE 'WRITE PO CONTROL FAILED' TO WPBE-MESSAGE       05210000
           MOVE ZEROES TO PURCHASE-ORDER-QTY-RECEIVED.                  05780000
           MOVE ITEM-SUPPLIER-UNIT-PRICE                                05790000
               TO PURCHASE-ORDER-UNIT-PRICE.                            05800000
           MOVE 'S' TO PURCHASE-ORDER-STATUS.                           05810000
           MOVE WS-DATE-CCYYMMDD TO PURCHASE-ORDER-DATE-CREATED.        05820000
           MOVE ZEROES TO PURCHASE-ORDER-DATE-RECEIVED.                 05830000
           MOVE ZEROES TO PURCHASE-ORDER-QTY-INVOICED.                  05831000
           MOVE ZEROES TO PURCHASE-ORDER-DATE-EXPECTED.                 05832000
           MOVE ZEROES TO PURCHASE-ORDER-DATE-RELEASED.                 05833000
           MOVE 'R' TO PURCHASE-ORDER-LINE-SOURCE.                      05834000
           MOVE ZEROES TO PURCHASE-ORDER-DATE-TRANSMITTED.              05835000
           MOVE ZEROES TO PURCHASE-ORDER-ACK-QTY.                       05836000
           MOVE ZEROES TO PURCHASE-ORDER-DATE-CONFIRMED.                05837000
           MOVE ZEROES TO PURCHASE-ORDER-DATE-ACKNOWLEDGED.             05838000
                                                                        05840000
           WRITE PURCHASE-ORDER-RECORD.                                 05850000
                                                                        05860000
           EJECT                                                        06030000
      ***************************************************************** 06040000
      *                                                               * 06050000
      *    PARAGRAPH:  P50000-CHECK-COMPLIANCE                        * 06050050
      *                                                               * 06050100
      *    FUNCTION :  DETERMINE WHETHER THE CURRENT ITEM / SUPPLIER  * 06050150
      *                IS HELD FOR AN EXPIRED COMPLIANCE DOCUMENT --  * 06050200
      *                AN EXPIRED INSURANCE CERTIFICATE OR TAX FORM   * 06050250
      *                HOLDS EVERY LINE FOR THE SUPPLIER, AN EXPIRED  * 06050300
      *                HAZMAT SHIPPER CERTIFICATION HOLDS HAZMAT      * 06050350
      *                ITEMS.  A DOCUMENT NOT ON FILE DOES NOT HOLD   * 06050400
      *                                                               * 06050450
      *    CALLED BY:  P10000-PROCESS-REORDER                         * 06050500
      *                                                               * 06050550
      ***************************************************************** 06050600
                                                                        06050650
       P50000-CHECK-COMPLIANCE.                                         06050700
                                                                        06050750
           MOVE 'N' TO WS-COMPLIANCE-HOLD-SW.                           06050800
                                                                        06050850
           IF NOT SUPPDOC-FILE-PRESENT                                  06050900
               GO TO P50000-EXIT                                        06050950
           END-IF.                                                      06051000
                                                                        06051050
      ***************************************************************** 06051100
      *    THE DOCUMENTS ARE READ ONCE PER SUPPLIER                   * 06051150
      ***************************************************************** 06051200
                                                                        06051250
           IF ITEM-SUPPLIER-SUPPLIER-KEY NOT = WS-DOC-SUPPLIER-KEY      06051300
               MOVE ITEM-SUPPLIER-SUPPLIER-KEY TO WS-DOC-SUPPLIER-KEY   06051350
               MOVE SPACES TO WS-DOC-HOLD-TYPE                          06051400
               MOVE ZEROES TO WS-DOC-HOLD-EXPIRED                       06051450
                              WS-DOC-HAZMAT-EXPIRED                     06051500
               MOVE 'INS' TO SUPP-DOC-TYPE                              06051550
               PERFORM P51000-READ-DOCUMENT THRU P51000-EXIT            06051600
               MOVE 'TAX' TO SUPP-DOC-TYPE                              06051650
               PERFORM P51000-READ-DOCUMENT THRU P51000-EXIT            06051700
               MOVE 'HAZ' TO SUPP-DOC-TYPE                              06051750
               PERFORM P51000-READ-DOCUMENT THRU P51000-EXIT            06051800
           END-IF.                                                      06051850
                                                                        06051900
           IF WS-DOC-HOLD-TYPE NOT = SPACES                             06051950
               MOVE 'Y' TO WS-COMPLIANCE-HOLD-SW                        06052000
               MOVE WS-DOC-HOLD-TYPE TO WS-DL-HD-TYPE                   06052050
               MOVE WS-DOC-HOLD-EXPIRED TO WS-DL-HD-EXPIRED             06052100
               GO TO P50000-EXIT                                        06052150
           END-IF.                                                      06052200
                                                                        06052250
           IF WS-DOC-HAZMAT-EXPIRED = ZEROES                            06052300
               GO TO P50000-EXIT                                        06052350
           END-IF.                                                      06052400
                                                                        06052450
      ***************************************************************** 06052500
      *    HAZMAT CERTIFICATION EXPIRED -- HOLD THE ITEM ONLY WHEN IT * 06052550
      *    CARRIES A HAZARDOUS MATERIAL CLASS                         * 06052600
      ***************************************************************** 06052650
                                                                        06052700
           MOVE ITEM-SUPPLIER-ITEM-PREFIX TO ITEM-PREFIX.               06052750
           MOVE ITEM-SUPPLIER-ITEM-NUMBER TO ITEM-NUMBER.               06052800
                                                                        06052850
           EXEC SQL                                                     06052900
               SELECT  HAZMAT_CLASS                                     06052950
               INTO    :ITEM-HAZMAT-CLASS                               06053000
               FROM    ITEM                                             06053050
               WHERE   PREFIX = :ITEM-PREFIX                            06053100
                 AND   NUMBER = :ITEM-NUMBER                            06053150
           END-EXEC.                                                    06053200
                                                                        06053250
           EVALUATE TRUE                                                06053300
               WHEN SQLCODE = +0                                        06053350
                   CONTINUE                                             06053400
               WHEN SQLCODE = +100                                      06053450
                   MOVE SPACES TO ITEM-HAZMAT-CLASS                     06053500
               WHEN OTHER                                               06053550
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      06053600
                   MOVE 'PDAB22' TO WPDE-PROGRAM-ID                     06053650
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     06053700
                   MOVE 'SELECT ITEM HAZMAT_CLASS' TO WPDE-FUNCTION     06053750
                   MOVE 'P50000' TO WPDE-PARAGRAPH                      06053800
                   PERFORM P99999-ABEND THRU P99999-EXIT                06053850
           END-EVALUATE.                                                06053900
                                                                        06053950
           IF ITEM-HAZMAT-CLASS NOT = SPACES                            06054000
               MOVE 'Y' TO WS-COMPLIANCE-HOLD-SW                        06054050
               MOVE 'HAZ' TO WS-DL-HD-TYPE                              06054100
               MOVE WS-DOC-HAZMAT-EXPIRED TO WS-DL-HD-EXPIRED           06054150
           END-IF.                                                      06054200
                                                                        06054250
       P50000-EXIT.                                                     06054300
           EXIT.                                                        06054350
           EJECT                                                        06054400
      ***************************************************************** 06054450
      *                                                               * 06054500
      *    PARAGRAPH:  P51000-READ-DOCUMENT                           * 06054550
      *                                                               * 06054600
      *    FUNCTION :  READ THE SUPPLIER'S DOCUMENT OF THE TYPE SET   * 06054650
      *                AND NOTE IT WHEN IT HAS EXPIRED (AN EXPIRATION * 06054700
      *                DATE OF ZEROES NEVER EXPIRES)                  * 06054750
      *                                                               * 06054800
      *    CALLED BY:  P50000-CHECK-COMPLIANCE                        * 06054850
      *                                                               * 06054900
      ***************************************************************** 06054950
                                                                        06055000
       P51000-READ-DOCUMENT.                                            06055050
                                                                        06055100
           MOVE ITEM-SUPPLIER-SUPPLIER-PREFIX TO SUPP-DOC-PRE.          06055150
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO SUPP-DOC-SUPPLIER-ID.      06055200
                                                                        06055250
           READ VSAM-SUPPLIER-DOC.                                      06055300
                                                                        06055350
           IF SUPPDOC-NOTFOUND                                          06055400
               GO TO P51000-EXIT                                        06055450
           END-IF.                                                      06055500
                                                                        06055550
           IF NOT SUPPDOC-OK                                            06055600
               MOVE 'READ SUPPLIER DOCUMENT FAILED' TO WPBE-MESSAGE     06055650
               MOVE WS-SUPPDOC-STATUS TO WPBE-FILE-STATUS               06055700
               MOVE 'P51000' TO WPBE-PARAGRAPH                          06055750
               PERFORM P99999-ABEND THRU P99999-EXIT                    06055800
           END-IF.                                                      06055850
                                                                        06055900
           IF SUPP-DOC-EXPIRE-DATE = ZEROES                             06055950
              OR SUPP-DOC-EXPIRE-DATE NOT < WS-DATE-CCYYMMDD            06056000
               GO TO P51000-EXIT                                        06056050
           END-IF.                                                      06056100
                                                                        06056150
           IF SUPP-DOC-HAZMAT                                           06056200
               MOVE SUPP-DOC-EXPIRE-DATE TO WS-DOC-HAZMAT-EXPIRED       06056250
           ELSE                                                         06056300
               IF WS-DOC-HOLD-TYPE = SPACES                             06056350
                   MOVE SUPP-DOC-TYPE TO WS-DOC-HOLD-TYPE               06056400
                   MOVE SUPP-DOC-EXPIRE-DATE TO WS-DOC-HOLD-EXPIRED     06056450
               END-IF                                                   06056500
           END-IF.                                                      06056550
                                                                        06056600
       P51000-EXIT.                                                     06056650
           EXIT.                                                        06056700
           EJECT                                                        06056750
      ***************************************************************** 06056800
      *                                                               * 06056850
      *    PARAGRAPH:  P99999-ABEND                                   * 06060000
      *                                                               * 06070000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 06080000
