      *                                                               * 00200000
      *             CONTROL CARD LAYOUT:                              * 00210000
      *               COL  1-13   PERIOD=CCYYMM                       * 00220000
      *                           (CCYYPP ON A FISCAL CALENDAR)       * 00225000
      *               COL 14-26   ' PREFIX=NNNNN'                     * 00230000
      *                                                               * 00240000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00250000
      *             SALES_BUDGET         -  DB2          (READ-ONLY)  * 00260000
      *             SALES_SUMMARY        -  DB2          (READ-ONLY)  * 00270000
      *             FISCAL_CALENDAR      -  DB2          (VIA PDAS13) * 00275000
      *                                                               * 00280000
      ***************************************************************** 00290000
      *             PROGRAM CHANGE LOG                                * 00300000
      *                                                               * 00320000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00330000
      *  --------   --------------------  --------------------------  * 00340000
      *  10/15/26   R. MCALLEN            PERIOD DATES FROM PDAS13    * 00343333
      *                                   (FISCAL CALENDAR)           * 00346666
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00350000
      *                                                               * 00360000
      ***************************************************************** 00370000
               ORDER BY S.SUMMARY_TYPE, S.KEY_VALUE                     01960000
           END-EXEC.                                                    01970000
           EJECT                                                        01980000
      ***************************************************************** 01981428
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      * 01982856
      ***************************************************************** 01984284
                                                                        01985712
           COPY PDAS13CY.                                               01987140
           EJECT                                                        01988568
      ***************************************************************** 01990000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02000000
      ***************************************************************** 02010000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02550000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02560000
           END-IF.                                                      02570000
                                                                        02570344
      ***************************************************************** 02570688
      *    THE PERIOD'S FIRST AND LAST DAY -- A FISCAL PERIOD FROM    * 02571032
      *    THE PREFIX'S FISCAL CALENDAR, OR A CALENDAR MONTH WHEN     * 02571376
      *    THE PREFIX HAS NONE -- COME FROM PDAS13                    * 02571720
      ***************************************************************** 02572064
                                                                        02572408
           MOVE SPACES TO PDAS13-PARMS.                                 02572752
           MOVE 'P' TO PDAS13-FUNCTION.                                 02573096
           MOVE WS-CC-PREFIX TO PDAS13-PREFIX.                          02573440
           MOVE WS-CC-PERIOD TO PDAS13-PERIOD.                          02573784
                                                                        02574128
           CALL 'PDAS13' USING PDAS13-PARMS.                            02574472
                                                                        02574816
           IF PDAS13-CALENDAR-ERROR                                     02575160
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          02575504
               MOVE 'PDAB58' TO WPDE-PROGRAM-ID                         02575848
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE                  02576192
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION         02576536
               MOVE 'P00000' TO WPDE-PARAGRAPH                          02576880
               PERFORM P99999-ABEND THRU P99999-EXIT                    02577224
           END-IF.                                                      02577568
                                                                        02577912
           IF NOT PDAS13-RESOLVED                                       02578256
               MOVE 'PERIOD NOT ON FISCAL CALENDAR' TO WPBE-MESSAGE     02578600
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02578944
               PERFORM P99999-ABEND THRU P99999-EXIT                    02579288
           END-IF.                                                      02579632
                                                                        02580000
           DISPLAY ' '.                                                 02590000
           DISPLAY WS-DL-ASTERISK.                                      02600000
