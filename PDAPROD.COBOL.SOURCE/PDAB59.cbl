      *               COL  9-16   PAYMENT TIME      (HH:MM:SS)        * 00260000
      *               COL 17-19   PAYMENT SEQUENCE  (NUMERIC)         * 00270000
      *               COL 21      DISPOSITION       (A/R)             * 00280000
      *                                                               * 00280909
      *             THE FILE OPENS WITH AN FHDR HEADER RECORD AND     * 00281818
      *             CLOSES WITH AN FTRL TRAILER RECORD (LAYOUT IN     * 00282727
      *             PDAS15CY).  THE WHOLE FILE IS BALANCED THROUGH    * 00283636
      *             PDAS15 BEFORE ANY CONFIRMATION IS POSTED -- THE   * 00284545
      *             TRAILER HASH TOTAL IS THE SUM OF THE PAYMENT      * 00285454
      *             SEQUENCES.  A DUPLICATE OR OUT-OF-BALANCE FILE IS * 00286363
      *             REJECTED WHOLE AND NOTHING IS POSTED; THE         * 00287272
      *             SETTLEMENT FILE IS STILL SENT AND THE STEP ENDS   * 00288181
      *             WITH RETURN CODE 8.                               * 00289090
      *                                                               * 00290000
      * FILES   :   CONFIRMATION FILE    -  SEQUENTIAL   (INPUT)      * 00300000
      *             CARD PAYMENT JOURNAL -  VSAM KSDS    (UPDATE)     * 00310000
      *             AR OPEN ITEM FILE    -  VSAM KSDS    (UPDATE)     * 00320000
      *             SETTLEMENT FILE      -  SEQUENTIAL   (OUTPUT)     * 00330000
      *             INTERFACE FILE CONTROL - DB2 (UPDATE VIA PDAS15)  * 00335000
      *                                                               * 00340000
      ***************************************************************** 00350000
      *             PROGRAM CHANGE LOG                                * 00360000
      *                                                               * 00380000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00390000
      *  --------   --------------------  --------------------------  * 00400000
      *  10/15/26   R. MCALLEN            AR OPEN ITEM RECORD NOW     * 00401000
      *                                   128 BYTES (PAYMENT TERMS)   * 00402000
      *  10/15/26   R. MCALLEN            FILE HEADER/TRAILER         * 00403000
      *                                   BALANCED AND REGISTERED     * 00404000
      *                                   THROUGH PDAS15; A REJECTED  * 00405000
      *                                   FILE POSTS NOTHING          * 00406000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00410000
      *                                                               * 00420000
      ***************************************************************** 00430000
           COPY VCARDPAY.                                               00890000
                                                                        00900000
       FD  VSAM-ARBAL                                                   00910000
           RECORD CONTAINS 128 CHARACTERS.                              00920000
                                                                        00930000
           COPY VARBAL.                                                 00940000
           EJECT                                                        00950000
               88  WCF-REJECTED                  VALUE 'R'.             01450000
           03  FILLER                  PIC X(59).                       01460000
           EJECT                                                        01470000
      ***************************************************************** 01470322
      *    INBOUND INTERFACE FILE CONTROL (PDAS15) PARAMETERS         * 01470644
      ***************************************************************** 01470966
                                                                        01471288
           COPY PDAS15CY.                                               01471610
                                                                        01471932
       01  WS-DL-CONTROL.                                               01472254
           03  FILLER                  PIC X(01) VALUE '*'.             01472576
           03  FILLER                  PIC X(21)                        01472898
                                       VALUE '  INPUT FILE  SENDER '.   01473220
           03  WS-DL-CT-SENDER         PIC X(08) VALUE SPACES.          01473542
           03  FILLER                  PIC X(05) VALUE ' SEQ '.         01473864
           03  WS-DL-CT-SEQ            PIC X(06) VALUE SPACES.          01474186
           03  FILLER                  PIC X(06) VALUE ' DATE '.        01474508
           03  WS-DL-CT-DATE           PIC X(08) VALUE SPACES.          01474830
           03  FILLER                  PIC X(24) VALUE SPACES.          01475152
           03  FILLER                  PIC X(01) VALUE '*'.             01475474
                                                                        01475796
       01  WS-DL-CONTROL-RESULT.                                        01476118
           03  FILLER                  PIC X(01) VALUE '*'.             01476440
           03  FILLER                  PIC X(07) VALUE '  FILE '.       01476762
           03  WS-DL-CR-STATUS         PIC X(08) VALUE SPACES.          01477084
           03  FILLER                  PIC X(03) VALUE ' - '.           01477406
           03  WS-DL-CR-DETAIL         PIC X(30) VALUE SPACES.          01477728
           03  FILLER REDEFINES WS-DL-CR-DETAIL.                        01478050
               05  WS-DL-CR-COUNT      PIC ZZZ,ZZZ,ZZ9.                 01478372
               05  WS-DL-CR-LABEL      PIC X(19).                       01478694
           03  FILLER                  PIC X(30) VALUE SPACES.          01479016
           03  FILLER                  PIC X(01) VALUE '*'.             01479338
           EJECT                                                        01479660
      ***************************************************************** 01480000
      *    OUTBOUND SETTLEMENT RECORD                                 * 01490000
      ***************************************************************** 01500000
           DISPLAY WS-DL-ASTERISK.                                      02670000
           DISPLAY ' '.                                                 02680000
                                                                        02690000
           PERFORM P05000-CONTROL-FILE THRU P05000-EXIT.                02693333
                                                                        02696666
           OPEN INPUT CONFIRMATION-FILE.                                02700000
                                                                        02710000
           OPEN OUTPUT SETTLEMENT-FILE.                                 02720000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02960000
           END-IF.                                                      02970000
                                                                        02980000
      ***************************************************************** 02981000
      *    A REJECTED CONFIRMATION FILE POSTS NOTHING, BUT THE        * 02982000
      *    OUTBOUND SETTLEMENT STILL GOES TO THE PROCESSOR            * 02983000
      ***************************************************************** 02984000
                                                                        02985000
           IF PDAS15-FILE-REJECTED                                      02986000
               MOVE 'Y' TO WS-END-OF-CONFIRMS-SW                        02987000
           END-IF.                                                      02988000
                                                                        02989000
           PERFORM P10000-POST-CONFIRMATION THRU P10000-EXIT            02990000
               UNTIL END-OF-CONFIRMS.                                   03000000
                                                                        03010000
                                                                        03050000
       P00000-GOBACK.                                                   03060000
                                                                        03070000
           MOVE 'P' TO PDAS15-FUNCTION.                                 03072000
           MOVE WS-CONFIRMS-READ TO PDAS15-RECORDS-APPLIED.             03074000
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 03076000
                                                                        03078000
           CLOSE CONFIRMATION-FILE                                      03080000
                 SETTLEMENT-FILE                                        03090000
                 VSAM-CARD-PAYMENT.                                     03100000
           DISPLAY WS-DL-ASTERISK.                                      03390000
           DISPLAY ' '.                                                 03400000
                                                                        03410000
           IF PDAS15-FILE-REJECTED                                      03413333
               MOVE 8 TO RETURN-CODE                                    03416666
           ELSE                                                         03419999
               MOVE ZEROES TO RETURN-CODE                               03423332
           END-IF.                                                      03426665
                                                                        03430000
           GOBACK.                                                      03440000
                                                                        03450000
       P00000-EXIT.                                                     03460000
           EXIT.                                                        03470000
           EJECT                                                        03480000
      ***************************************************************** 03480080
      *                                                               * 03480160
      *    PARAGRAPH:  P05000-CONTROL-FILE                            * 03480240
      *                                                               * 03480320
      *    FUNCTION :  PASS THE WHOLE CONFIRMATION FILE THROUGH THE   * 03480400
      *                PDAS15 INTERFACE CONTROL ROUTINE BEFORE ANY    * 03480480
      *                CONFIRMATION IS POSTED.  THE FILE IS           * 03480560
      *                REGISTERED FROM ITS HEADER AND BALANCED TO ITS * 03480640
      *                TRAILER; A DUPLICATE OR OUT-OF-BALANCE FILE IS * 03480720
      *                REJECTED WHOLE                                 * 03480800
      *                                                               * 03480880
      *    CALLED BY:  P00000-MAINLINE                                * 03480960
      *                                                               * 03481040
      ***************************************************************** 03481120
                                                                        03481200
       P05000-CONTROL-FILE.                                             03481280
                                                                        03481360
           MOVE SPACES TO PDAS15-PARMS.                                 03481440
           MOVE 'CARDCONF' TO PDAS15-FEED.                              03481520
           MOVE 'PDAB59' TO PDAS15-PROGRAM.                             03481600
                                                                        03481680
           OPEN INPUT CONFIRMATION-FILE.                                03481760
                                                                        03481840
           PERFORM P06000-CONTROL-RECORD THRU P06000-EXIT               03481920
               UNTIL END-OF-CONFIRMS                                    03482000
                  OR PDAS15-FILE-REJECTED.                              03482080
                                                                        03482160
           CLOSE CONFIRMATION-FILE.                                     03482240
                                                                        03482320
           MOVE 'N' TO WS-END-OF-CONFIRMS-SW.                           03482400
                                                                        03482480
           MOVE 'E' TO PDAS15-FUNCTION.                                 03482560
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 03482640
                                                                        03482720
           MOVE PDAS15-SENDER TO WS-DL-CT-SENDER.                       03482800
           MOVE PDAS15-FILE-SEQ TO WS-DL-CT-SEQ.                        03482880
           MOVE PDAS15-FILE-DATE TO WS-DL-CT-DATE.                      03482960
           DISPLAY WS-DL-CONTROL.                                       03483040
                                                                        03483120
           IF PDAS15-FILE-BALANCED                                      03483200
               MOVE 'BALANCED' TO WS-DL-CR-STATUS                       03483280
               MOVE PDAS15-RECORD-COUNT TO WS-DL-CR-COUNT               03483360
               MOVE ' RECORDS' TO WS-DL-CR-LABEL                        03483440
           ELSE                                                         03483520
               MOVE 'REJECTED' TO WS-DL-CR-STATUS                       03483600
               MOVE PDAS15-REASON TO WS-DL-CR-DETAIL                    03483680
           END-IF.                                                      03483760
                                                                        03483840
           DISPLAY WS-DL-CONTROL-RESULT.                                03483920
           DISPLAY ' '.                                                 03484000
                                                                        03484080
       P05000-EXIT.                                                     03484160
           EXIT.                                                        03484240
           EJECT                                                        03484320
      ***************************************************************** 03484400
      *                                                               * 03484480
      *    PARAGRAPH:  P06000-CONTROL-RECORD                          * 03484560
      *                                                               * 03484640
      *    FUNCTION :  READ THE NEXT RECORD AND PASS IT TO PDAS15 AS  * 03484720
      *                THE HEADER, THE TRAILER OR A DATA RECORD.  THE * 03484800
      *                HASH FIELD IS THE PAYMENT SEQUENCE             * 03484880
      *                                                               * 03484960
      *    CALLED BY:  P05000-CONTROL-FILE                            * 03485040
      *                                                               * 03485120
      ***************************************************************** 03485200
                                                                        03485280
       P06000-CONTROL-RECORD.                                           03485360
                                                                        03485440
           READ CONFIRMATION-FILE INTO WS-CONFIRMATION                  03485520
               AT END                                                   03485600
                   MOVE 'Y' TO WS-END-OF-CONFIRMS-SW                    03485680
                   GO TO P06000-EXIT.                                   03485760
                                                                        03485840
           MOVE WS-CONFIRMATION TO PDAS15-CONTROL-RECORD.               03485920
           MOVE WS-CONFIRMATION(1:4) TO PDAS15-RECORD-ID.               03486000
                                                                        03486080
           EVALUATE TRUE                                                03486160
               WHEN PDAS15-HEADER-RECORD                                03486240
                   MOVE 'H' TO PDAS15-FUNCTION                          03486320
               WHEN PDAS15-TRAILER-RECORD                               03486400
                   MOVE 'T' TO PDAS15-FUNCTION                          03486480
               WHEN OTHER                                               03486560
                   MOVE 'D' TO PDAS15-FUNCTION                          03486640
                   IF WCF-SEQ NUMERIC                                   03486720
                       MOVE WCF-SEQ TO PDAS15-HASH-AMOUNT               03486800
                   ELSE                                                 03486880
                       MOVE ZEROES TO PDAS15-HASH-AMOUNT                03486960
                   END-IF                                               03487040
           END-EVALUATE.                                                03487120
                                                                        03487200
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 03487280
                                                                        03487360
       P06000-EXIT.                                                     03487440
           EXIT.                                                        03487520
           EJECT                                                        03487600
      ***************************************************************** 03487680
      *                                                               * 03487760
      *    PARAGRAPH:  P07000-CALL-PDAS15                             * 03487840
      *                                                               * 03487920
      *    FUNCTION :  CALL THE INTERFACE CONTROL ROUTINE.  NO        * 03488000
      *                CONFIRMATION IS POSTED FROM A FILE THE         * 03488080
      *                REGISTER COULD NOT RECORD                      * 03488160
      *                                                               * 03488240
      *    CALLED BY:  VARIOUS                                        * 03488320
      *                                                               * 03488400
      ***************************************************************** 03488480
                                                                        03488560
       P07000-CALL-PDAS15.                                              03488640
                                                                        03488720
           CALL 'PDAS15' USING PDAS15-PARMS.                            03488800
                                                                        03488880
           IF PDAS15-SQLCODE NOT = ZEROES                               03488960
               MOVE PDAS15-SQLCODE TO WPDE-DB2-SQLCODE                  03489040
               MOVE SPACES TO WPBE-MESSAGE                              03489120
               STRING 'INTERFACE REGISTER SQLCODE '                     03489200
                      WPDE-DB2-SQLCODE DELIMITED BY SIZE                03489280
                   INTO WPBE-MESSAGE                                    03489360
               MOVE 'P07000' TO WPBE-PARAGRAPH                          03489440
               PERFORM P99999-ABEND THRU P99999-EXIT                    03489520
           END-IF.                                                      03489600
                                                                        03489680
       P07000-EXIT.                                                     03489760
           EXIT.                                                        03489840
           EJECT                                                        03489920
      ***************************************************************** 03490000
      *                                                               * 03500000
      *    PARAGRAPH:  P10000-POST-CONFIRMATION                       * 03510000
                   MOVE 'Y' TO WS-END-OF-CONFIRMS-SW                    03640000
                   GO TO P10000-EXIT.                                   03650000
                                                                        03660000
           MOVE WS-CONFIRMATION(1:4) TO PDAS15-RECORD-ID.               03661428
                                                                        03662856
           IF PDAS15-CONTROL-RECORD-ID                                  03664284
               GO TO P10000-EXIT                                        03665712
           END-IF.                                                      03667140
                                                                        03668568
           ADD +1 TO WS-CONFIRMS-READ.                                  03670000
                                                                        03680000
           IF WCF-DATE NOT NUMERIC                                      03690000
