      *               COL 24      EVENT P/T/D/X                       * 00290000
      *               COL 26-33   EVENT DATE CCYYMMDD                 * 00300000
      *               COL 35-44   SHIPPER NUMBER        (NUMERIC)     * 00310000
      *                                                               * 00310909
      *             THE FILE OPENS WITH AN FHDR HEADER RECORD AND     * 00311818
      *             CLOSES WITH AN FTRL TRAILER RECORD (LAYOUT IN     * 00312727
      *             PDAS15CY).  THE WHOLE FILE IS BALANCED THROUGH    * 00313636
      *             PDAS15 BEFORE ANY EVENT IS POSTED -- THE TRAILER  * 00314545
      *             HASH TOTAL IS THE SUM OF THE ORDER NUMBERS.  A    * 00315454
      *             DUPLICATE OR OUT-OF-BALANCE FILE IS REJECTED      * 00316363
      *             WHOLE AND NOTHING IS POSTED; THE STALLED-SHIPMENT * 00317272
      *             REPORT STILL PRINTS AND THE STEP ENDS WITH        * 00318181
      *             RETURN CODE 8.                                    * 00319090
      *                                                               * 00320000
      *             CONTROL CARD LAYOUT:                              * 00330000
      *               COL  1-13   DATE=CCYYMMDD  (AS-OF DATE)         * 00340000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00380000
      *             CARRIER STATUS FILE  -  SEQUENTIAL   (INPUT)      * 00390000
      *             SHIPMENT TRACKING    -  VSAM KSDS    (UPDATE)     * 00400000
      *             INTERFACE FILE CONTROL - DB2 (UPDATE VIA PDAS15)  * 00405000
      *                                                               * 00410000
      ***************************************************************** 00420000
      *             PROGRAM CHANGE LOG                                * 00430000
      *                                                               * 00450000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00460000
      *  --------   --------------------  --------------------------  * 00470000
      *  10/15/26   R. MCALLEN            FILE HEADER/TRAILER         * 00471000
      *                                   BALANCED AND REGISTERED     * 00472000
      *                                   THROUGH PDAS15; A REJECTED  * 00473000
      *                                   FILE POSTS NOTHING          * 00474000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00480000
      *                                                               * 00490000
      ***************************************************************** 00500000
           03  WSE-SHIPPER-NUMBER      PIC X(10).                       01560000
           03  FILLER                  PIC X(36).                       01570000
           EJECT                                                        01580000
      ***************************************************************** 01580322
      *    INBOUND INTERFACE FILE CONTROL (PDAS15) PARAMETERS         * 01580644
      ***************************************************************** 01580966
                                                                        01581288
           COPY PDAS15CY.                                               01581610
                                                                        01581932
       01  WS-DL-CONTROL.                                               01582254
           03  FILLER                  PIC X(01) VALUE '*'.             01582576
           03  FILLER                  PIC X(21)                        01582898
                                       VALUE '  INPUT FILE  SENDER '.   01583220
           03  WS-DL-CT-SENDER         PIC X(08) VALUE SPACES.          01583542
           03  FILLER                  PIC X(05) VALUE ' SEQ '.         01583864
           03  WS-DL-CT-SEQ            PIC X(06) VALUE SPACES.          01584186
           03  FILLER                  PIC X(06) VALUE ' DATE '.        01584508
           03  WS-DL-CT-DATE           PIC X(08) VALUE SPACES.          01584830
           03  FILLER                  PIC X(24) VALUE SPACES.          01585152
           03  FILLER                  PIC X(01) VALUE '*'.             01585474
                                                                        01585796
       01  WS-DL-CONTROL-RESULT.                                        01586118
           03  FILLER                  PIC X(01) VALUE '*'.             01586440
           03  FILLER                  PIC X(07) VALUE '  FILE '.       01586762
           03  WS-DL-CR-STATUS         PIC X(08) VALUE SPACES.          01587084
           03  FILLER                  PIC X(03) VALUE ' - '.           01587406
           03  WS-DL-CR-DETAIL         PIC X(30) VALUE SPACES.          01587728
           03  FILLER REDEFINES WS-DL-CR-DETAIL.                        01588050
               05  WS-DL-CR-COUNT      PIC ZZZ,ZZZ,ZZ9.                 01588372
               05  WS-DL-CR-LABEL      PIC X(19).                       01588694
           03  FILLER                  PIC X(30) VALUE SPACES.          01589016
           03  FILLER                  PIC X(01) VALUE '*'.             01589338
           EJECT                                                        01589660
      ***************************************************************** 01590000
      *    DISPLAY AREA                                               * 01600000
      ***************************************************************** 01610000
           DISPLAY WS-DL-ASTERISK.                                      02620000
           DISPLAY ' '.                                                 02630000
                                                                        02640000
           PERFORM P05000-CONTROL-FILE THRU P05000-EXIT.                02643333
                                                                        02646666
           OPEN INPUT CARRIER-STATUS.                                   02650000
                                                                        02660000
           OPEN I-O VSAM-SHIP-TRACK.                                    02670000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02730000
           END-IF.                                                      02740000
                                                                        02750000
      ***************************************************************** 02751000
      *    A REJECTED STATUS FILE POSTS NOTHING, BUT THE STALLED-     * 02752000
      *    SHIPMENT REPORT STILL PRINTS FROM THE TRACKING FILE        * 02753000
      ***************************************************************** 02754000
                                                                        02755000
           IF PDAS15-FILE-REJECTED                                      02756000
               MOVE 'Y' TO WS-END-OF-EVENTS-SW                          02757000
           END-IF.                                                      02758000
                                                                        02759000
           PERFORM P10000-POST-EVENT THRU P10000-EXIT                   02760000
               UNTIL END-OF-EVENTS.                                     02770000
                                                                        02780000
           CLOSE CARRIER-STATUS.                                        02790000
                                                                        02800000
           MOVE 'P' TO PDAS15-FUNCTION.                                 02802000
           MOVE WS-EVENTS-READ TO PDAS15-RECORDS-APPLIED.               02804000
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 02806000
                                                                        02808000
           PERFORM P50000-STALLED-REPORT THRU P50000-EXIT.              02810000
                                                                        02820000
           CLOSE VSAM-SHIP-TRACK.                                       02830000
               WS-STALLED-LISTED.                                       02930000
           DISPLAY ' '.                                                 02940000
                                                                        02950000
           IF PDAS15-FILE-REJECTED                                      02953333
               MOVE 8 TO RETURN-CODE                                    02956666
           ELSE                                                         02959999
               MOVE ZEROES TO RETURN-CODE                               02963332
           END-IF.                                                      02966665
                                                                        02970000
           GOBACK.                                                      02980000
                                                                        02990000
       P00000-EXIT.                                                     03000000
           EXIT.                                                        03010000
           EJECT                                                        03020000
      ***************************************************************** 03020080
      *                                                               * 03020160
      *    PARAGRAPH:  P05000-CONTROL-FILE                            * 03020240
      *                                                               * 03020320
      *    FUNCTION :  PASS THE WHOLE CARRIER STATUS FILE THROUGH     * 03020400
      *                THE PDAS15 INTERFACE CONTROL ROUTINE BEFORE    * 03020480
      *                ANY EVENT IS POSTED.  THE FILE IS REGISTERED   * 03020560
      *                FROM ITS HEADER AND BALANCED TO ITS TRAILER; A * 03020640
      *                DUPLICATE OR OUT-OF-BALANCE FILE IS REJECTED   * 03020720
      *                WHOLE                                          * 03020800
      *                                                               * 03020880
      *    CALLED BY:  P00000-MAINLINE                                * 03020960
      *                                                               * 03021040
      ***************************************************************** 03021120
                                                                        03021200
       P05000-CONTROL-FILE.                                             03021280
                                                                        03021360
           MOVE SPACES TO PDAS15-PARMS.                                 03021440
           MOVE 'CARRIER' TO PDAS15-FEED.                               03021520
           MOVE 'PDAB77' TO PDAS15-PROGRAM.                             03021600
                                                                        03021680
           OPEN INPUT CARRIER-STATUS.                                   03021760
                                                                        03021840
           PERFORM P06000-CONTROL-RECORD THRU P06000-EXIT               03021920
               UNTIL END-OF-EVENTS                                      03022000
                  OR PDAS15-FILE-REJECTED.                              03022080
                                                                        03022160
           CLOSE CARRIER-STATUS.                                        03022240
                                                                        03022320
           MOVE 'N' TO WS-END-OF-EVENTS-SW.                             03022400
                                                                        03022480
           MOVE 'E' TO PDAS15-FUNCTION.                                 03022560
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 03022640
                                                                        03022720
           MOVE PDAS15-SENDER TO WS-DL-CT-SENDER.                       03022800
           MOVE PDAS15-FILE-SEQ TO WS-DL-CT-SEQ.                        03022880
           MOVE PDAS15-FILE-DATE TO WS-DL-CT-DATE.                      03022960
           DISPLAY WS-DL-CONTROL.                                       03023040
                                                                        03023120
           IF PDAS15-FILE-BALANCED                                      03023200
               MOVE 'BALANCED' TO WS-DL-CR-STATUS                       03023280
               MOVE PDAS15-RECORD-COUNT TO WS-DL-CR-COUNT               03023360
               MOVE ' RECORDS' TO WS-DL-CR-LABEL                        03023440
           ELSE                                                         03023520
               MOVE 'REJECTED' TO WS-DL-CR-STATUS                       03023600
               MOVE PDAS15-REASON TO WS-DL-CR-DETAIL                    03023680
           END-IF.                                                      03023760
                                                                        03023840
           DISPLAY WS-DL-CONTROL-RESULT.                                03023920
           DISPLAY ' '.                                                 03024000
                                                                        03024080
       P05000-EXIT.                                                     03024160
           EXIT.                                                        03024240
           EJECT                                                        03024320
      ***************************************************************** 03024400
      *                                                               * 03024480
      *    PARAGRAPH:  P06000-CONTROL-RECORD                          * 03024560
      *                                                               * 03024640
      *    FUNCTION :  READ THE NEXT RECORD AND PASS IT TO PDAS15 AS  * 03024720
      *                THE HEADER, THE TRAILER OR A DATA RECORD.  THE * 03024800
      *                HASH FIELD IS THE ORDER NUMBER                 * 03024880
      *                                                               * 03024960
      *    CALLED BY:  P05000-CONTROL-FILE                            * 03025040
      *                                                               * 03025120
      ***************************************************************** 03025200
                                                                        03025280
       P06000-CONTROL-RECORD.                                           03025360
                                                                        03025440
           READ CARRIER-STATUS INTO WS-STATUS-EVENT                     03025520
               AT END                                                   03025600
                   MOVE 'Y' TO WS-END-OF-EVENTS-SW                      03025680
                   GO TO P06000-EXIT.                                   03025760
                                                                        03025840
           MOVE WS-STATUS-EVENT TO PDAS15-CONTROL-RECORD.               03025920
           MOVE WS-STATUS-EVENT(1:4) TO PDAS15-RECORD-ID.               03026000
                                                                        03026080
           EVALUATE TRUE                                                03026160
               WHEN PDAS15-HEADER-RECORD                                03026240
                   MOVE 'H' TO PDAS15-FUNCTION                          03026320
               WHEN PDAS15-TRAILER-RECORD                               03026400
                   MOVE 'T' TO PDAS15-FUNCTION                          03026480
               WHEN OTHER                                               03026560
                   MOVE 'D' TO PDAS15-FUNCTION                          03026640
                   IF WSE-ORDER-NUMBER NUMERIC                          03026720
                       MOVE WSE-ORDER-NUMBER TO PDAS15-HASH-AMOUNT      03026800
                   ELSE                                                 03026880
                       MOVE ZEROES TO PDAS15-HASH-AMOUNT                03026960
                   END-IF                                               03027040
           END-EVALUATE.                                                03027120
                                                                        03027200
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 03027280
                                                                        03027360
       P06000-EXIT.                                                     03027440
           EXIT.                                                        03027520
           EJECT                                                        03027600
      ***************************************************************** 03027680
      *                                                               * 03027760
      *    PARAGRAPH:  P07000-CALL-PDAS15                             * 03027840
      *                                                               * 03027920
      *    FUNCTION :  CALL THE INTERFACE CONTROL ROUTINE.  NO        * 03028000
      *                EVENT IS POSTED FROM A FILE THE REGISTER COULD * 03028080
      *                NOT RECORD                                     * 03028160
      *                                                               * 03028240
      *    CALLED BY:  VARIOUS                                        * 03028320
      *                                                               * 03028400
      ***************************************************************** 03028480
                                                                        03028560
       P07000-CALL-PDAS15.                                              03028640
                                                                        03028720
           CALL 'PDAS15' USING PDAS15-PARMS.                            03028800
                                                                        03028880
           IF PDAS15-SQLCODE NOT = ZEROES                               03028960
               MOVE PDAS15-SQLCODE TO WPDE-DB2-SQLCODE                  03029040
               MOVE SPACES TO WPBE-MESSAGE                              03029120
               STRING 'INTERFACE REGISTER SQLCODE '                     03029200
                      WPDE-DB2-SQLCODE DELIMITED BY SIZE                03029280
                   INTO WPBE-MESSAGE                                    03029360
               MOVE 'P07000' TO WPBE-PARAGRAPH                          03029440
               PERFORM P99999-ABEND THRU P99999-EXIT                    03029520
           END-IF.                                                      03029600
                                                                        03029680
       P07000-EXIT.                                                     03029760
           EXIT.                                                        03029840
           EJECT                                                        03029920
      ***************************************************************** 03030000
      *                                                               * 03040000
      *    PARAGRAPH:  P10000-POST-EVENT                              * 03050000
                   MOVE 'Y' TO WS-END-OF-EVENTS-SW                      03190000
                   GO TO P10000-EXIT.                                   03200000
                                                                        03210000
           MOVE WS-STATUS-EVENT(1:4) TO PDAS15-RECORD-ID.               03211428
                                                                        03212856
           IF PDAS15-CONTROL-RECORD-ID                                  03214284
               GO TO P10000-EXIT                                        03215712
           END-IF.                                                      03217140
                                                                        03218568
           ADD +1 TO WS-EVENTS-READ.                                    03220000
                                                                        03230000
           IF WSE-PREFIX NOT NUMERIC                                    03240000
