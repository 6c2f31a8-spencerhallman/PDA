      *             ITEM WHOSE PROJECTED DEMAND EXCEEDS THE CURRENT   * 00170000
      *             STOCK ON HAND ACROSS ALL ITS SUPPLIERS.  A        * 00180000
      *             SECOND SECTION SUMMARIZES DEMAND BY CATEGORY.     * 00190000
      *             EACH ITEM'S PROJECTION REPLACES ITS ROW ON        * 00192500
      *             ITEM_FORECAST FOR THE SALES HISTORY SCREEN        * 00195000
      *             (PDA069).                                         * 00197500
      *                                                               * 00200000
      * FILES   :   ORDER DATABASE (ORDER1DB)  -  IMS   (INPUT)       * 00210000
      *             ORDER DATABASE (ORDER2DB)  -  IMS   (INPUT)       * 00220000
      *             ITEM                       -  DB2   (READ-ONLY)   * 00230000
      *             ITEM_SUPPLIER              -  DB2   (READ-ONLY)   * 00240000
      *             ITEM_FORECAST              -  DB2   (UPDATE)      * 00245000
      *                                                               * 00250000
      ***************************************************************** 00260000
      *             PROGRAM CHANGE LOG                                * 00270000
      *                                                               * 00290000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00300000
      *  --------   --------------------  --------------------------  * 00310000
      *  10/15/26   R. MCALLEN            PROJECTIONS SAVED ON        * 00312500
      *                                   ITEM_FORECAST FOR THE SALES * 00315000
      *                                   HISTORY SCREEN (PDA069)     * 00317500
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00320000
      *                                                               * 00330000
      ***************************************************************** 00340000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 00730000
           03  WS-LINES-READ           PIC S9(7) VALUE +0       COMP-3. 00740000
           03  WS-ITEMS-FLAGGED        PIC S9(5) VALUE +0       COMP-3. 00750000
           03  WS-FORECASTS-SAVED      PIC S9(5) VALUE +0       COMP-3. 00755000
           03  WS-ORDER-MONTH          PIC 9(2)  VALUE ZEROES.          00760000
           03  WS-MONTHS-ACTIVE        PIC S9(4) VALUE +0       COMP.   00770000
           03  WS-PROJECTION           PIC S9(9) VALUE +0       COMP-3. 00780000
              INCLUDE DITMSUP                                           02030000
           END-EXEC.                                                    02040000
           EJECT                                                        02050000
           EXEC SQL                                                     02052000
              INCLUDE DITMFCST                                          02054000
           END-EXEC.                                                    02056000
           EJECT                                                        02058000
      ***************************************************************** 02060000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02070000
      ***************************************************************** 02080000
      *    PRINT THE ITEM FORECAST SECTION                            * 02910000
      ***************************************************************** 02920000
                                                                        02930000
           PERFORM P45000-CLEAR-FORECAST THRU P45000-EXIT.              02933333
                                                                        02936666
           MOVE '  PROJECTED DEMAND BY ITEM (MOVING AVERAGE)'           02940000
               TO WS-DL-LINE-TEXT.                                      02950000
           DISPLAY WS-DL-LINE.                                          02960000
           MOVE 'ITEMS SHORT OF DEMAND' TO WS-DL-T-TITLE.               03230000
           MOVE WS-ITEMS-FLAGGED TO WS-DL-T-CNT.                        03240000
           DISPLAY WS-DL-TOTAL.                                         03250000
                                                                        03252000
           MOVE 'FORECASTS SAVED' TO WS-DL-T-TITLE.                     03254000
           MOVE WS-FORECASTS-SAVED TO WS-DL-T-CNT.                      03256000
           DISPLAY WS-DL-TOTAL.                                         03258000
                                                                        03260000
           DISPLAY WS-DL-ASTERISK.                                      03270000
           DISPLAY ' '.                                                 03280000
       P42000-EXIT.                                                     06030000
           EXIT.                                                        06040000
           EJECT                                                        06050000
      ***************************************************************** 06050333
      *                                                               * 06050666
      *    PARAGRAPH:  P45000-CLEAR-FORECAST                          * 06050999
      *                                                               * 06051332
      *    FUNCTION :  REMOVE THE LAST RUN'S ITEM_FORECAST ROWS --    * 06051665
      *                THE REPORT REPLACES THEM WHOLE                 * 06051998
      *                                                               * 06052331
      *    CALLED BY:  P00000-MAINLINE                                * 06052664
      *                                                               * 06052997
      ***************************************************************** 06053330
                                                                        06053663
       P45000-CLEAR-FORECAST.                                           06053996
                                                                        06054329
           EXEC SQL                                                     06054662
               DELETE FROM ITEM_FORECAST                                06054995
           END-EXEC.                                                    06055328
                                                                        06055661
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   06055994
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06056327
               MOVE 'PDAB33' TO WPDE-PROGRAM-ID                         06056660
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06056993
               MOVE 'DELETE ITEM_FORECAST' TO WPDE-FUNCTION             06057326
               MOVE 'P45000' TO WPDE-PARAGRAPH                          06057659
               PERFORM P99999-ABEND THRU P99999-EXIT                    06057992
           END-IF.                                                      06058325
                                                                        06058658
       P45000-EXIT.                                                     06058991
           EXIT.                                                        06059324
           EJECT                                                        06059657
      ***************************************************************** 06060000
      *                                                               * 06070000
      *    PARAGRAPH:  P50000-REPORT-ITEM                             * 06080000
                                                                        06730000
           DISPLAY WS-DL-ITEM-FORECAST.                                 06740000
                                                                        06750000
           PERFORM P52000-SAVE-FORECAST THRU P52000-EXIT.               06753333
                                                                        06756666
      ***************************************************************** 06760000
      *    ROLL THE ITEM DEMAND UP TO ITS CATEGORY                    * 06770000
      ***************************************************************** 06780000
       P51000-EXIT.                                                     07020000
           EXIT.                                                        07030000
           EJECT                                                        07040000
      ***************************************************************** 07040212
      *                                                               * 07040424
      *    PARAGRAPH:  P52000-SAVE-FORECAST                           * 07040636
      *                                                               * 07040848
      *    FUNCTION :  SAVE THE ITEM'S PROJECTION ON ITEM_FORECAST    * 07041060
      *                                                               * 07041272
      *    CALLED BY:  P50000-REPORT-ITEM                             * 07041484
      *                                                               * 07041696
      ***************************************************************** 07041908
                                                                        07042120
       P52000-SAVE-FORECAST.                                            07042332
                                                                        07042544
           MOVE WS-IT-ITEM-NUMBER(WS-SUB1) TO ITEM-FCST-ITEM-NUMBER.    07042756
           MOVE WS-PROJECTION TO ITEM-FCST-FORECAST-QTY.                07042968
           MOVE WS-IT-TOTAL-QTY(WS-SUB1) TO ITEM-FCST-DEMAND-QTY.       07043180
           MOVE WS-MONTHS-ACTIVE TO ITEM-FCST-MONTHS-ACTIVE.            07043392
           MOVE WS-DATE TO ITEM-FCST-FORECAST-DATE.                     07043604
                                                                        07043816
           EXEC SQL                                                     07044028
               INSERT INTO ITEM_FORECAST                                07044240
                      (ITEM_NUMBER,                                     07044452
                       FORECAST_QTY,                                    07044664
                       DEMAND_QTY,                                      07044876
                       MONTHS_ACTIVE,                                   07045088
                       FORECAST_DATE)                                   07045300
               VALUES (:ITEM-FCST-ITEM-NUMBER,                          07045512
                       :ITEM-FCST-FORECAST-QTY,                         07045724
                       :ITEM-FCST-DEMAND-QTY,                           07045936
                       :ITEM-FCST-MONTHS-ACTIVE,                        07046148
                       :ITEM-FCST-FORECAST-DATE)                        07046360
           END-EXEC.                                                    07046572
                                                                        07046784
           IF SQLCODE NOT = +0                                          07046996
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07047208
               MOVE 'PDAB33' TO WPDE-PROGRAM-ID                         07047420
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07047632
               MOVE 'INSERT ITEM_FORECAST' TO WPDE-FUNCTION             07047844
               MOVE 'P52000' TO WPDE-PARAGRAPH                          07048056
               PERFORM P99999-ABEND THRU P99999-EXIT                    07048268
           END-IF.                                                      07048480
                                                                        07048692
           ADD +1 TO WS-FORECASTS-SAVED.                                07048904
                                                                        07049116
       P52000-EXIT.                                                     07049328
           EXIT.                                                        07049540
           EJECT                                                        07049752
      ***************************************************************** 07050000
      *                                                               * 07060000
      *    PARAGRAPH:  P55000-ROLL-UP-CATEGORY                        * 07070000
