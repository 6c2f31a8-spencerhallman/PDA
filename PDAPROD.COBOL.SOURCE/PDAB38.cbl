      *             ASSIGNED ORDER NUMBER, R = REJECTED WITH THE      * 00260000
      *             REASON) AND REJECTS ARE ALSO PRINTED ON THE       * 00270000
      *             EXCEPTION REGISTER FOR THE SENDER.                * 00280000
      *                                                               * 00280909
      *             THE FILE OPENS WITH AN FHDR HEADER RECORD AND     * 00281818
      *             CLOSES WITH AN FTRL TRAILER RECORD (LAYOUT IN     * 00282727
      *             PDAS15CY).  THE WHOLE FILE IS BALANCED THROUGH    * 00283636
      *             PDAS15 BEFORE ANY ORDER IS IMPORTED -- THE        * 00284545
      *             TRAILER COUNT IS EVERY H AND D RECORD AND ITS     * 00285454
      *             HASH TOTAL IS THE SUM OF THE D RECORD QUANTITIES. * 00286363
      *             A DUPLICATE OR OUT-OF-BALANCE FILE IS REJECTED    * 00287272
      *             WHOLE, NOTHING IS IMPORTED AND THE STEP ENDS WITH * 00288181
      *             RETURN CODE 8.                                    * 00289090
      *                                                               * 00290000
      * FILES   :   ORDER INTERFACE FILE -  SEQ          (INPUT)      * 00300000
      *             DISPOSITION FILE     -  SEQ          (OUTPUT)     * 00310000
      *             PURCHASE_TYPE        -  DB2          (READ-ONLY)  * 00350000
      *             TAX_RATE             -  DB2          (READ-ONLY)  * 00360000
      *             ORDER_LOG            -  DB2          (UPDATE)     * 00370000
      *             INTERFACE_FILE_CONTROL -  DB2        (UPDATE)     * 00375000
      *                                                               * 00380000
      ***************************************************************** 00390000
      *             PROGRAM CHANGE LOG                                * 00400000
      *                                   FOR AFFILIATE SETTLEMENT    * 00490000
      *                                   (PDAB81) WHEN THE RUN'S     * 00500000
      *                                   AFFILIATE CARD IS PRESENT   * 00510000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00511000
      *                                   BYTES (FINANCE CHARGE       * 00512000
      *                                   EXEMPT FLAG)                * 00513000
      *  10/15/26   R. MCALLEN            FILE HEADER/TRAILER         * 00514000
      *                                   BALANCED AND REGISTERED     * 00515000
      *                                   THROUGH PDAS15 BEFORE ANY   * 00516000
      *                                   ORDER IS IMPORTED           * 00517000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00520000
      *                                                               * 00530000
      ***************************************************************** 00540000
           COPY VAFFSETL.                                               01290000
                                                                        01300000
       FD  VSAM-CUSTOMER                                                01310000
           RECORD CONTAINS 800 CHARACTERS.                              01320000
                                                                        01330000
           COPY VCUSTOMR.                                               01340000
           EJECT                                                        01350000
           03  WS-DL-EX-REASON         PIC X(30) VALUE SPACES.          02840000
           03  FILLER                  PIC X(01) VALUE '*'.             02850000
           EJECT                                                        02860000
      ***************************************************************** 02860322
      *    INBOUND INTERFACE FILE CONTROL (PDAS15) PARAMETERS         * 02860644
      ***************************************************************** 02860966
                                                                        02861288
           COPY PDAS15CY.                                               02861610
                                                                        02861932
       01  WS-DL-CONTROL.                                               02862254
           03  FILLER                  PIC X(01) VALUE '*'.             02862576
           03  FILLER                  PIC X(21)                        02862898
                                       VALUE '  INPUT FILE  SENDER '.   02863220
           03  WS-DL-CT-SENDER         PIC X(08) VALUE SPACES.          02863542
           03  FILLER                  PIC X(05) VALUE ' SEQ '.         02863864
           03  WS-DL-CT-SEQ            PIC X(06) VALUE SPACES.          02864186
           03  FILLER                  PIC X(06) VALUE ' DATE '.        02864508
           03  WS-DL-CT-DATE           PIC X(08) VALUE SPACES.          02864830
           03  FILLER                  PIC X(24) VALUE SPACES.          02865152
           03  FILLER                  PIC X(01) VALUE '*'.             02865474
                                                                        02865796
       01  WS-DL-CONTROL-RESULT.                                        02866118
           03  FILLER                  PIC X(01) VALUE '*'.             02866440
           03  FILLER                  PIC X(07) VALUE '  FILE '.       02866762
           03  WS-DL-CR-STATUS         PIC X(08) VALUE SPACES.          02867084
           03  FILLER                  PIC X(03) VALUE ' - '.           02867406
           03  WS-DL-CR-DETAIL         PIC X(30) VALUE SPACES.          02867728
           03  FILLER REDEFINES WS-DL-CR-DETAIL.                        02868050
               05  WS-DL-CR-COUNT      PIC ZZZ,ZZZ,ZZ9.                 02868372
               05  WS-DL-CR-LABEL      PIC X(19).                       02868694
           03  FILLER                  PIC X(30) VALUE SPACES.          02869016
           03  FILLER                  PIC X(01) VALUE '*'.             02869338
           EJECT                                                        02869660
      ***************************************************************** 02870000
      *    DB2  DEFINITIONS                                           * 02880000
      ***************************************************************** 02890000
           DISPLAY WS-DL-ASTERISK.                                      03790000
           DISPLAY ' '.                                                 03800000
                                                                        03810000
           PERFORM P01000-CONTROL-FILE THRU P01000-EXIT.                03811000
                                                                        03812000
           IF PDAS15-FILE-REJECTED                                      03813000
               DISPLAY WS-DL-ASTERISK                                   03814000
               DISPLAY ' '                                              03815000
               MOVE 8 TO RETURN-CODE                                    03816000
               GOBACK                                                   03817000
           END-IF.                                                      03818000
                                                                        03819000
           OPEN INPUT ORDER-INTERFACE.                                  03820000
           OPEN OUTPUT DISPOSITION-FILE.                                03830000
           OPEN INPUT VSAM-CUSTOMER.                                    03840000
           PERFORM P10000-PROCESS-ORDER THRU P10000-EXIT                04210000
               UNTIL END-OF-INPUT.                                      04220000
                                                                        04230000
           MOVE 'P' TO PDAS15-FUNCTION.                                 04232000
           MOVE WS-ORDERS-READ TO PDAS15-RECORDS-APPLIED.               04234000
           PERFORM P03000-CALL-PDAS15 THRU P03000-EXIT.                 04236000
                                                                        04238000
           CLOSE ORDER-INTERFACE                                        04240000
                 DISPOSITION-FILE                                       04250000
                 VSAM-CUSTOMER.                                         04260000
       P00000-EXIT.                                                     04540000
           EXIT.                                                        04550000
           EJECT                                                        04560000
      ***************************************************************** 04560076
      *                                                               * 04560152
      *    PARAGRAPH:  P01000-CONTROL-FILE                            * 04560228
      *                                                               * 04560304
      *    FUNCTION :  PASS THE WHOLE ORDER INTERFACE FILE THROUGH    * 04560380
      *                THE PDAS15 INTERFACE CONTROL ROUTINE BEFORE    * 04560456
      *                ANY ORDER IS IMPORTED.  THE FILE IS REGISTERED * 04560532
      *                FROM ITS HEADER AND BALANCED TO ITS TRAILER; A * 04560608
      *                DUPLICATE OR OUT-OF-BALANCE FILE IS REJECTED   * 04560684
      *                WHOLE                                          * 04560760
      *                                                               * 04560836
      *    CALLED BY:  P00000-MAINLINE                                * 04560912
      *                                                               * 04560988
      ***************************************************************** 04561064
                                                                        04561140
       P01000-CONTROL-FILE.                                             04561216
                                                                        04561292
           MOVE SPACES TO PDAS15-PARMS.                                 04561368
           MOVE 'AFFORDER' TO PDAS15-FEED.                              04561444
           MOVE 'PDAB38' TO PDAS15-PROGRAM.                             04561520
                                                                        04561596
           OPEN INPUT ORDER-INTERFACE.                                  04561672
                                                                        04561748
           PERFORM P02000-CONTROL-RECORD THRU P02000-EXIT               04561824
               UNTIL END-OF-INPUT                                       04561900
                  OR PDAS15-FILE-REJECTED.                              04561976
                                                                        04562052
           CLOSE ORDER-INTERFACE.                                       04562128
                                                                        04562204
           MOVE 'N' TO WS-END-OF-INPUT-SW.                              04562280
                                                                        04562356
           MOVE 'E' TO PDAS15-FUNCTION.                                 04562432
           PERFORM P03000-CALL-PDAS15 THRU P03000-EXIT.                 04562508
                                                                        04562584
           MOVE PDAS15-SENDER TO WS-DL-CT-SENDER.                       04562660
           MOVE PDAS15-FILE-SEQ TO WS-DL-CT-SEQ.                        04562736
           MOVE PDAS15-FILE-DATE TO WS-DL-CT-DATE.                      04562812
           DISPLAY WS-DL-CONTROL.                                       04562888
                                                                        04562964
           IF PDAS15-FILE-BALANCED                                      04563040
               MOVE 'BALANCED' TO WS-DL-CR-STATUS                       04563116
               MOVE PDAS15-RECORD-COUNT TO WS-DL-CR-COUNT               04563192
               MOVE ' RECORDS' TO WS-DL-CR-LABEL                        04563268
           ELSE                                                         04563344
               MOVE 'REJECTED' TO WS-DL-CR-STATUS                       04563420
               MOVE PDAS15-REASON TO WS-DL-CR-DETAIL                    04563496
           END-IF.                                                      04563572
                                                                        04563648
           DISPLAY WS-DL-CONTROL-RESULT.                                04563724
           DISPLAY ' '.                                                 04563800
                                                                        04563876
       P01000-EXIT.                                                     04563952
           EXIT.                                                        04564028
           EJECT                                                        04564104
      ***************************************************************** 04564180
      *                                                               * 04564256
      *    PARAGRAPH:  P02000-CONTROL-RECORD                          * 04564332
      *                                                               * 04564408
      *    FUNCTION :  READ THE NEXT RECORD AND PASS IT TO PDAS15 AS  * 04564484
      *                THE HEADER, THE TRAILER OR A DATA RECORD (ANY  * 04564560
      *                H OR D RECORD).  THE HASH FIELD IS THE D       * 04564636
      *                RECORD QUANTITY                                * 04564712
      *                                                               * 04564788
      *    CALLED BY:  P01000-CONTROL-FILE                            * 04564864
      *                                                               * 04564940
      ***************************************************************** 04565016
                                                                        04565092
       P02000-CONTROL-RECORD.                                           04565168
                                                                        04565244
           READ ORDER-INTERFACE                                         04565320
               AT END                                                   04565396
                   MOVE 'Y' TO WS-END-OF-INPUT-SW                       04565472
                   GO TO P02000-EXIT.                                   04565548
                                                                        04565624
           MOVE ORDER-INTERFACE-REC TO PDAS15-CONTROL-RECORD.           04565700
           MOVE ORDER-INTERFACE-REC(1:4) TO PDAS15-RECORD-ID.           04565776
                                                                        04565852
           EVALUATE TRUE                                                04565928
               WHEN PDAS15-HEADER-RECORD                                04566004
                   MOVE 'H' TO PDAS15-FUNCTION                          04566080
               WHEN PDAS15-TRAILER-RECORD                               04566156
                   MOVE 'T' TO PDAS15-FUNCTION                          04566232
               WHEN OTHER                                               04566308
                   MOVE 'D' TO PDAS15-FUNCTION                          04566384
                   IF OIR-DETAIL-REC                                    04566460
                      AND OIR-QUANTITY NUMERIC                          04566536
                       MOVE OIR-QUANTITY TO PDAS15-HASH-AMOUNT          04566612
                   ELSE                                                 04566688
                       MOVE ZEROES TO PDAS15-HASH-AMOUNT                04566764
                   END-IF                                               04566840
           END-EVALUATE.                                                04566916
                                                                        04566992
           PERFORM P03000-CALL-PDAS15 THRU P03000-EXIT.                 04567068
                                                                        04567144
       P02000-EXIT.                                                     04567220
           EXIT.                                                        04567296
           EJECT                                                        04567372
      ***************************************************************** 04567448
      *                                                               * 04567524
      *    PARAGRAPH:  P03000-CALL-PDAS15                             * 04567600
      *                                                               * 04567676
      *    FUNCTION :  CALL THE INTERFACE CONTROL ROUTINE.  NO        * 04567752
      *                ORDER IS IMPORTED FROM A FILE THE REGISTER     * 04567828
      *                COULD NOT RECORD                               * 04567904
      *                                                               * 04567980
      *    CALLED BY:  VARIOUS                                        * 04568056
      *                                                               * 04568132
      ***************************************************************** 04568208
                                                                        04568284
       P03000-CALL-PDAS15.                                              04568360
                                                                        04568436
           CALL 'PDAS15' USING PDAS15-PARMS.                            04568512
                                                                        04568588
           IF PDAS15-SQLCODE NOT = ZEROES                               04568664
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          04568740
               MOVE 'PDAB38' TO WPDE-PROGRAM-ID                         04568816
               MOVE PDAS15-SQLCODE TO WPDE-DB2-SQLCODE                  04568892
               MOVE 'CALL PDAS15' TO WPDE-FUNCTION                      04568968
               MOVE 'P03000' TO WPDE-PARAGRAPH                          04569044
               MOVE SPACES TO WPBE-MESSAGE                              04569120
               STRING 'INTERFACE REGISTER SQLCODE '                     04569196
                      WPDE-DB2-SQLCODE DELIMITED BY SIZE                04569272
                   INTO WPBE-MESSAGE                                    04569348
               MOVE 'P03000' TO WPBE-PARAGRAPH                          04569424
               PERFORM P99999-ABEND THRU P99999-EXIT                    04569500
           END-IF.                                                      04569576
                                                                        04569652
       P03000-EXIT.                                                     04569728
           EXIT.                                                        04569804
           EJECT                                                        04569880
      ***************************************************************** 04570000
      *                                                               * 04580000
      *    PARAGRAPH:  P05000-READ-INTERFACE                          * 04590000
                                                                        04680000
       P05000-READ-INTERFACE.                                           04690000
                                                                        04700000
           READ ORDER-INTERFACE                                         04702941
               AT END                                                   04705882
                   MOVE 'Y' TO WS-END-OF-INPUT-SW                       04708823
                   GO TO P05000-EXIT                                    04711764
           END-READ.                                                    04714705
                                                                        04717646
      ***************************************************************** 04720587
      *    THE FILE HEADER AND TRAILER WERE BALANCED BY PDAS15 AND    * 04723528
      *    ARE NOT PART OF ANY ORDER                                  * 04726469
      ***************************************************************** 04729410
                                                                        04732351
           MOVE ORDER-INTERFACE-REC(1:4) TO PDAS15-RECORD-ID.           04735292
                                                                        04738233
           IF PDAS15-CONTROL-RECORD-ID                                  04741174
               GO TO P05000-READ-INTERFACE                              04744115
           END-IF.                                                      04747056
                                                                        04750000
       P05000-EXIT.                                                     04760000
           EXIT.                                                        04770000
