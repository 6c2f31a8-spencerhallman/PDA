      *               CARDPAY   CARD PAYMENT JOURNAL    (VSAM)        * 00220000
      *               LOSTSLS   LOST SALES FILE         (VSAM)        * 00230000
      *               BRDCAST   BROADCAST MESSAGES      (VSAM)        * 00240000
      *               RESPLOG   RESPONSE TIME LOG       (VSAM)        * 00245000
      *               SUGGLOG   ITEM SUGGESTION LOG     (VSAM)        * 00247500
      *               ORDEVENT  ORDER EVENT JOURNAL     (DB2)         * 00250000
      *               INTFCTL   INTERFACE FILE CONTROL  (DB2)         * 00255000
      *               INVSNAP   INVENTORY SNAPSHOT      (DB2)         * 00257500
      *               CREDSLA   CREDIT SLA LOG          (SEQUENTIAL,  * 00260000
      *                         OLD FILE IN / NEW FILE OUT)           * 00270000
      *               MQDEPTH   MQ DEPTH WARNING LOG    (SEQUENTIAL,  * 00280000
      *                                                               * 00430000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00440000
      *  --------   --------------------  --------------------------  * 00450000
      *  10/15/26   R. MCALLEN            ADDED STORE RESPLOG         * 00451000
      *                                   (ONLINE RESPONSE TIME LOG)  * 00452000
      *  10/15/26   R. MCALLEN            ADDED STORE INTFCTL         * 00453000
      *                                   (INBOUND INTERFACE FILE     * 00454000
      *                                   CONTROL REGISTER)           * 00455000
      *  10/15/26   R. MCALLEN            ADDED STORE SUGGLOG         * 00456666
      *                                   (ITEM SUGGESTION LOG)       * 00458332
      *  10/15/26   R. MCALLEN            ADDED STORE INVSNAP         * 00458749
      *                                   (DAILY INVENTORY POSITION   * 00459166
      *                                   SNAPSHOT)                   * 00459583
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00460000
      *                                                               * 00470000
      ***************************************************************** 00480000
                                       ACCESS IS SEQUENTIAL             00900000
                                       RECORD KEY IS BROADCAST-KEY      00910000
                                       FILE STATUS IS WS-STORE-STATUS.  00920000
                                                                        00921428
           SELECT VSAM-RESPLOG         ASSIGN TO VRESPLOG               00922856
                                       ORGANIZATION IS INDEXED          00924284
                                       ACCESS IS SEQUENTIAL             00925712
                                       RECORD KEY IS RESP-LOG-KEY       00927140
                                       FILE STATUS IS WS-STORE-STATUS.  00928568
                                                                        00928772
           SELECT VSAM-SUGGLOG         ASSIGN TO VSUGGLOG               00928976
                                       ORGANIZATION IS INDEXED          00929180
                                       ACCESS IS SEQUENTIAL             00929384
                                       RECORD KEY IS SUGG-LOG-KEY       00929588
                                       FILE STATUS IS WS-STORE-STATUS.  00929792
                                                                        00930000
           SELECT CREDSLA-IN           ASSIGN TO ICRDSLA.               00940000
           SELECT CREDSLA-OUT          ASSIGN TO OCRDSLA.               00950000
           COPY VERRLOG.                                                01150000
                                                                        01160000
       FD  VSAM-SECAUD                                                  01170000
           RECORD CONTAINS 100 CHARACTERS.                              01180000
                                                                        01190000
           COPY VSECAUD.                                                01200000
                                                                        01210000
           RECORD CONTAINS 80 CHARACTERS.                               01380000
                                                                        01390000
           COPY VBRDCAST.                                               01400000
                                                                        01401666
       FD  VSAM-RESPLOG                                                 01403332
           RECORD CONTAINS 100 CHARACTERS.                              01404998
                                                                        01406664
           COPY VRESPLOG.                                               01408330
                                                                        01408608
       FD  VSAM-SUGGLOG                                                 01408886
           RECORD CONTAINS 150 CHARACTERS.                              01409164
                                                                        01409442
           COPY VSUGGLOG.                                               01409720
                                                                        01410000
       FD  CREDSLA-IN                                                   01420000
           LABEL RECORDS ARE STANDARD                                   01430000
              INCLUDE DORDEVT                                           02750000
           END-EXEC.                                                    02760000
           EJECT                                                        02770000
           EXEC SQL                                                     02772000
              INCLUDE DINTFCTL                                          02774000
           END-EXEC.                                                    02776000
           EJECT                                                        02778000
           EXEC SQL                                                     02778400
              INCLUDE DINVSNAP                                          02778800
           END-EXEC.                                                    02779200
           EJECT                                                        02779600
      ***************************************************************** 02780000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02790000
      ***************************************************************** 02800000
                   PERFORM P24000-PURGE-LOSTSLS THRU P24000-EXIT        03950000
               WHEN 'BRDCAST'                                           03960000
                   PERFORM P25000-PURGE-BRDCAST THRU P25000-EXIT        03970000
               WHEN 'RESPLOG'                                           03973333
                   PERFORM P26000-PURGE-RESPLOG THRU P26000-EXIT        03976666
               WHEN 'SUGGLOG'                                           03977777
                   PERFORM P27000-PURGE-SUGGLOG THRU P27000-EXIT        03978888
               WHEN 'ORDEVENT'                                          03980000
                   PERFORM P30000-PURGE-ORDEVENT THRU P30000-EXIT       03990000
               WHEN 'INTFCTL'                                           03993333
                   PERFORM P31000-PURGE-INTFCTL THRU P31000-EXIT        03996666
               WHEN 'INVSNAP'                                           03997777
                   PERFORM P32000-PURGE-INVSNAP THRU P32000-EXIT        03998888
               WHEN 'CREDSLA'                                           04000000
                   PERFORM P40000-PURGE-CREDSLA THRU P40000-EXIT        04010000
               WHEN 'MQDEPTH'                                           04020000
       P25100-EXIT.                                                     06730000
           EXIT.                                                        06740000
           EJECT                                                        06750000
       P26000-PURGE-RESPLOG.                                            06750243
                                                                        06750486
           OPEN I-O VSAM-RESPLOG.                                       06750729
                                                                        06750972
           IF STOREF-EMPTY                                              06751215
               GO TO P26000-CLOSE                                       06751458
           END-IF.                                                      06751701
                                                                        06751944
           PERFORM P26100-RESPLOG-RECORD THRU P26100-EXIT               06752187
               UNTIL END-OF-STORE.                                      06752430
                                                                        06752673
       P26000-CLOSE.                                                    06752916
                                                                        06753159
           CLOSE VSAM-RESPLOG.                                          06753402
                                                                        06753645
       P26000-EXIT.                                                     06753888
           EXIT.                                                        06754131
                                                                        06754374
       P26100-RESPLOG-RECORD.                                           06754617
                                                                        06754860
           READ VSAM-RESPLOG.                                           06755103
                                                                        06755346
           IF NOT STOREF-OK                                             06755589
               MOVE 'Y' TO WS-END-OF-STORE-SW                           06755832
               GO TO P26100-EXIT                                        06756075
           END-IF.                                                      06756318
                                                                        06756561
           ADD +1 TO WS-EXAMINED.                                       06756804
                                                                        06757047
           IF RESP-LOG-DATE < WS-CUTOFF-DATE                            06757290
               DELETE VSAM-RESPLOG                                      06757533
               ADD +1 TO WS-PURGED                                      06757776
           ELSE                                                         06758019
               ADD +1 TO WS-RETAINED                                    06758262
               MOVE 'Y' TO WS-END-OF-STORE-SW                           06758505
           END-IF.                                                      06758748
                                                                        06758991
       P26100-EXIT.                                                     06759234
           EXIT.                                                        06759477
           EJECT                                                        06759720
       P27000-PURGE-SUGGLOG.                                            06759726
                                                                        06759732
           OPEN I-O VSAM-SUGGLOG.                                       06759738
                                                                        06759744
           IF STOREF-EMPTY                                              06759750
               GO TO P27000-CLOSE                                       06759756
           END-IF.                                                      06759762
                                                                        06759768
           PERFORM P27100-SUGGLOG-RECORD THRU P27100-EXIT               06759774
               UNTIL END-OF-STORE.                                      06759780
                                                                        06759786
       P27000-CLOSE.                                                    06759792
                                                                        06759798
           CLOSE VSAM-SUGGLOG.                                          06759804
                                                                        06759810
       P27000-EXIT.                                                     06759816
           EXIT.                                                        06759822
                                                                        06759828
       P27100-SUGGLOG-RECORD.                                           06759834
                                                                        06759840
           READ VSAM-SUGGLOG.                                           06759846
                                                                        06759852
           IF NOT STOREF-OK                                             06759858
               MOVE 'Y' TO WS-END-OF-STORE-SW                           06759864
               GO TO P27100-EXIT                                        06759870
           END-IF.                                                      06759876
                                                                        06759882
           ADD +1 TO WS-EXAMINED.                                       06759888
                                                                        06759894
           IF SUGG-LOG-DATE < WS-CUTOFF-DATE                            06759900
               DELETE VSAM-SUGGLOG                                      06759906
               ADD +1 TO WS-PURGED                                      06759912
           ELSE                                                         06759918
               ADD +1 TO WS-RETAINED                                    06759924
               MOVE 'Y' TO WS-END-OF-STORE-SW                           06759930
           END-IF.                                                      06759936
                                                                        06759942
       P27100-EXIT.                                                     06759948
           EXIT.                                                        06759954
           EJECT                                                        06759960
      ***************************************************************** 06760000
      *                                                               * 06770000
      *    PARAGRAPH:  P30000-PURGE-ORDEVENT                          * 06780000
       P30000-EXIT.                                                     07350000
           EXIT.                                                        07360000
           EJECT                                                        07370000
      ***************************************************************** 07370086
      *                                                               * 07370172
      *    PARAGRAPH:  P31000-PURGE-INTFCTL                           * 07370258
      *                                                               * 07370344
      *    FUNCTION :  DELETE THE INTERFACE FILE CONTROL ROWS         * 07370430
      *                RECEIVED BEFORE THE CUTOFF IN ONE RESTARTABLE  * 07370516
      *                STATEMENT.  ONLY PROCESSED AND REJECTED FILES  * 07370602
      *                ARE PURGED -- A FILE LEFT OPEN OR PART-APPLIED * 07370688
      *                STAYS UNTIL OPERATIONS HAS RESOLVED IT         * 07370774
      *                                                               * 07370860
      *    CALLED BY:  P10000-PROCESS-CARD                            * 07370946
      *                                                               * 07371032
      ***************************************************************** 07371118
                                                                        07371204
       P31000-PURGE-INTFCTL.                                            07371290
                                                                        07371376
           EXEC SQL                                                     07371462
               SELECT  COUNT(*)                                         07371548
               INTO    :WS-EXAMINED                                     07371634
               FROM    INTERFACE_FILE_CONTROL                           07371720
           END-EXEC.                                                    07371806
                                                                        07371892
           IF SQLCODE NOT = +0                                          07371978
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07372064
               MOVE 'PDAB69' TO WPDE-PROGRAM-ID                         07372150
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07372236
               MOVE 'COUNT INTERFACE_FILE_CONTROL' TO WPDE-FUNCTION     07372322
               MOVE 'P31000' TO WPDE-PARAGRAPH                          07372408
               PERFORM P99999-ABEND THRU P99999-EXIT                    07372494
           END-IF.                                                      07372580
                                                                        07372666
           EXEC SQL                                                     07372752
               DELETE                                                   07372838
               FROM    INTERFACE_FILE_CONTROL                           07372924
               WHERE   RECEIVED_DATE < :WS-CUTOFF-X                     07373010
                 AND   STATUS IN ('P', 'R')                             07373096
           END-EXEC.                                                    07373182
                                                                        07373268
           EVALUATE TRUE                                                07373354
               WHEN SQLCODE = +0                                        07373440
               WHEN SQLCODE = +100                                      07373526
                   CONTINUE                                             07373612
               WHEN OTHER                                               07373698
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07373784
                   MOVE 'PDAB69' TO WPDE-PROGRAM-ID                     07373870
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07373956
                   MOVE 'DELETE INTERFACE_FILE_CONTROL' TO WPDE-FUNCTION07374042
                   MOVE 'P31000' TO WPDE-PARAGRAPH                      07374128
                   PERFORM P99999-ABEND THRU P99999-EXIT                07374214
           END-EVALUATE.                                                07374300
                                                                        07374386
           MOVE SQLERRD(3) TO WS-PURGED.                                07374472
                                                                        07374558
           COMPUTE WS-RETAINED = WS-EXAMINED - WS-PURGED.               07374644
                                                                        07374730
       P31000-EXIT.                                                     07374816
           EXIT.                                                        07374902
           EJECT                                                        07374988
      ***************************************************************** 07375074
      *                                                               * 07375160
      *    PARAGRAPH:  P32000-PURGE-INVSNAP                           * 07375246
      *                                                               * 07375332
      *    FUNCTION :  DELETE THE DAILY INVENTORY POSITION SNAPSHOT   * 07375418
      *                ROWS TAKEN BEFORE THE CUTOFF IN ONE            * 07375504
      *                RESTARTABLE STATEMENT.  KEEP AT LEAST 91 DAYS  * 07375590
      *                FOR THE 13 WEEK TREND OF THE DAYS-OF-SUPPLY    * 07375676
      *                REPORT (PDAB127)                               * 07375762
      *                                                               * 07375848
      *    CALLED BY:  P10000-PROCESS-CARD                            * 07375934
      *                                                               * 07376020
      ***************************************************************** 07376106
                                                                        07376192
       P32000-PURGE-INVSNAP.                                            07376278
                                                                        07376364
           EXEC SQL                                                     07376450
               SELECT  COUNT(*)                                         07376536
               INTO    :WS-EXAMINED                                     07376622
               FROM    INVENTORY_SNAPSHOT                               07376708
           END-EXEC.                                                    07376794
                                                                        07376880
           IF SQLCODE NOT = +0                                          07376966
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07377052
               MOVE 'PDAB69' TO WPDE-PROGRAM-ID                         07377138
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07377224
               MOVE 'COUNT INVENTORY_SNAPSHOT' TO WPDE-FUNCTION         07377310
               MOVE 'P32000' TO WPDE-PARAGRAPH                          07377396
               PERFORM P99999-ABEND THRU P99999-EXIT                    07377482
           END-IF.                                                      07377568
                                                                        07377654
           EXEC SQL                                                     07377740
               DELETE                                                   07377826
               FROM    INVENTORY_SNAPSHOT                               07377912
               WHERE   SNAPSHOT_DATE < :WS-CUTOFF-X                     07377998
           END-EXEC.                                                    07378084
                                                                        07378170
           EVALUATE TRUE                                                07378256
               WHEN SQLCODE = +0                                        07378342
               WHEN SQLCODE = +100                                      07378428
                   CONTINUE                                             07378514
               WHEN OTHER                                               07378600
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07378686
                   MOVE 'PDAB69' TO WPDE-PROGRAM-ID                     07378772
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07378858
                   MOVE 'DELETE INVENTORY_SNAPSHOT' TO WPDE-FUNCTION    07378944
                   MOVE 'P32000' TO WPDE-PARAGRAPH                      07379030
                   PERFORM P99999-ABEND THRU P99999-EXIT                07379116
           END-EVALUATE.                                                07379202
                                                                        07379288
           MOVE SQLERRD(3) TO WS-PURGED.                                07379374
                                                                        07379460
           COMPUTE WS-RETAINED = WS-EXAMINED - WS-PURGED.               07379546
                                                                        07379632
       P32000-EXIT.                                                     07379718
           EXIT.                                                        07379804
           EJECT                                                        07379890
      ***************************************************************** 07380000
      *                                                               * 07390000
      *    PARAGRAPH:  P40000-PURGE-CREDSLA                           * 07400000
