      *                                                               * 00510000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00520000
      *  --------   --------------------  --------------------------  * 00530000
      *  10/15/26   R. MCALLEN            RECALLED RETURNS ARE NOT    * 00531000
      *                                   RESTOCKED                   * 00532000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00540000
      *                                                               * 00550000
      ***************************************************************** 00560000
      *                                                               * 04580000
      *    FUNCTION :  FEED THE RETURNED QUANTITY BACK INTO THE       * 04590000
      *                NAMED WAREHOUSE ROW AND THE COMPANY BALANCE,   * 04600000
      *                JOURNALED THROUGH THE ADJUSTMENT JOURNAL.      * 04605000
      *                RECALLED GOODS ARE NEVER PUT BACK INTO STOCK   * 04610000
      *                                                               * 04620000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 04630000
      *                                                               * 04640000
      ***************************************************************** 04650000
                                                                        04660000
       P20000-RESTOCK.                                                  04670000
                                                                        04671000
           IF RETURN-RECALLED                                           04672000
               MOVE '  CARD REJECTED - RECALLED GOODS NOT RESTOCKED'    04673000
                   TO WS-DL-LINE-TEXT                                   04674000
               DISPLAY WS-DL-LINE                                       04675000
               ADD +1 TO WS-CARDS-REJECTED                              04676000
               MOVE 'Y' TO WS-CARD-REJECT-SW                            04677000
               GO TO P20000-EXIT                                        04678000
           END-IF.                                                      04679000
                                                                        04680000
           IF WCC-WAREHOUSE-ID = SPACES                                 04690000
               MOVE '  CARD REJECTED - RESTOCK NEEDS A WAREHOUSE'       04700000
