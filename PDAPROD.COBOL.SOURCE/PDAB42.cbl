      *                                                               * 00070000
      * PROGRAM :   PDAB42                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB42 IS THE PERIOD-END CLOSE.  FOR THE  * 00098095
      *             PERIOD NAMED ON THE CONTROL CARD (PERIOD=CCYYPP   * 00106190
      *             FOR A FISCAL PERIOD, OR CCYYMM FOR A PREFIX ON    * 00114285
      *             CALENDAR MONTHS; PREFIX=NNNNN) IT SNAPSHOTS THE   * 00122380
      *             PERIOD'S ORDER_LOG ACTIVITY -- BETWEEN THE FIRST  * 00130475
      *             AND LAST DAY PDAS13 RESOLVES FOR IT -- INTO THE   * 00138570
      *             SALES_SUMMARY TABLE -- ONE ROW PER PURCHASE TYPE  * 00146665
      *             AND ONE PER CUSTOMER, WITH ORDER COUNT, TOTAL AND * 00154760
      *             TAX -- AND THEN MARKS THE PERIOD CLOSED ON        * 00162855
      *             PERIOD_LOCK.  A PERIOD ALREADY CLOSED IS REFUSED, * 00170950
      *             SO A CLOSED PERIOD'S NUMBERS NEVER MOVE AGAIN.    * 00179045
      *             ORDER-AFFECTING PROGRAMS HONOR THE LOCK           * 00187140
      *             (PDA010/PDA110 BLOCK CHANGES; SUBMITS ROLL        * 00195235
      *             FORWARD THROUGH PDAS10).                          * 00203330
      *                                                               * 00211425
      * FILES   :   CONTROL CARD    -  SEQUENTIAL  (INPUT)            * 00219520
      *             ORDER_LOG       -  DB2         (READ-ONLY)        * 00227615
      *             SALES_SUMMARY   -  DB2         (INSERT)           * 00235710
      *             PERIOD_LOCK     -  DB2         (INSERT)           * 00243805
      *             FISCAL_CALENDAR -  DB2         (VIA PDAS13)       * 00251900
      *                                                               * 00260000
      ***************************************************************** 00270000
      *             PROGRAM CHANGE LOG                                * 00280000
      *                                                               * 00300000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00310000
      *  --------   --------------------  --------------------------  * 00320000
      *  10/15/26   R. MCALLEN            CLOSES FISCAL PERIODS -     * 00323333
      *                                   DATES FROM PDAS13           * 00326666
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00330000
      *                                                               * 00340000
      ***************************************************************** 00350000
               GROUP BY CUSTOMER_ID                                     01560000
           END-EXEC.                                                    01570000
           EJECT                                                        01580000
      ***************************************************************** 01631428
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      * 01632856
      ***************************************************************** 01634284
                                                                        01635712
           COPY PDAS13CY.                                               01637140
           EJECT                                                        01638568
      ***************************************************************** 01590000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01600000
      ***************************************************************** 01610000
                                                                        02100000
           DISPLAY ' '.                                                 02110000
           DISPLAY WS-DL-ASTERISK.                                      02120000
           MOVE '  PDAB42 - PERIOD-END CLOSE' TO WS-DL-LINE-TEXT.       02130000
           DISPLAY WS-DL-LINE.                                          02140000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              02150000
           STRING '  PERIOD = ' WS-CC-PERIOD                            02160000
               GOBACK                                                   02570000
           END-IF.                                                      02580000
                                                                        02590000
      ***************************************************************** 02591875
      *    THE PERIOD'S FIRST AND LAST DAY -- A FISCAL PERIOD FROM    * 02593750
      *    THE PREFIX'S FISCAL CALENDAR, OR A CALENDAR MONTH WHEN     * 02595625
      *    THE PREFIX HAS NONE -- COME FROM PDAS13                    * 02597500
      ***************************************************************** 02599375
                                                                        02601250
           MOVE SPACES TO PDAS13-PARMS.                                 02603125
           MOVE 'P' TO PDAS13-FUNCTION.                                 02605000
           MOVE WS-CC-PREFIX TO PDAS13-PREFIX.                          02606875
           MOVE WS-CC-PERIOD TO PDAS13-PERIOD.                          02608750
                                                                        02610625
           CALL 'PDAS13' USING PDAS13-PARMS.                            02612500
                                                                        02614375
           IF PDAS13-CALENDAR-ERROR                                     02616250
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          02618125
               MOVE 'PDAB42' TO WPDE-PROGRAM-ID                         02620000
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE                  02621875
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION         02623750
               MOVE 'P00000' TO WPDE-PARAGRAPH                          02625625
               PERFORM P99999-ABEND THRU P99999-EXIT                    02627500
           END-IF.                                                      02629375
                                                                        02631250
           IF NOT PDAS13-RESOLVED                                       02633125
               MOVE 'BTCH' TO WS-PDA-ERROR-TYPE                         02635000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02636875
               MOVE 'PERIOD NOT ON FISCAL CALENDAR' TO WPBE-MESSAGE     02638750
               PERFORM P99999-ABEND THRU P99999-EXIT                    02640625
           END-IF.                                                      02642500
                                                                        02644375
           MOVE PDAS13-START-DATE TO WS-FROM-DATE.                      02646250
           MOVE PDAS13-END-DATE TO WS-TO-DATE.                          02648125
                                                                        02650000
      ***************************************************************** 02660000
      *    SNAPSHOT THE PERIOD BY PURCHASE TYPE AND BY CUSTOMER       * 02670000
