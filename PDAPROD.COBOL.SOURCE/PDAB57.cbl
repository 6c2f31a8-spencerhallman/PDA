      *                 COL 48-52   RATE PCT (NUMERIC 99V999)         * 00290000
      *               STATEMENT CARD (LAST):                          * 00300000
      *                 COL  1-13   PERIOD=CCYYMM                     * 00310000
      *                             (CCYYPP ON A FISCAL CALENDAR)     * 00315000
      *                 COL 14-26   ' PREFIX=NNNNN'                   * 00320000
      *                                                               * 00330000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00340000
      *             SALES REP MASTER     -  VSAM KSDS    (UPDATE)     * 00350000
      *             ORDER_LOG            -  DB2          (READ-ONLY)  * 00360000
      *             STATEMENT PRINT      -  SEQUENTIAL   (OUTPUT)     * 00370000
      *             FISCAL_CALENDAR      -  DB2          (VIA PDAS13) * 00375000
      *                                                               * 00380000
      ***************************************************************** 00390000
      *             PROGRAM CHANGE LOG                                * 00400000
      *                                                               * 00420000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00430000
      *  --------   --------------------  --------------------------  * 00440000
      *  10/15/26   R. MCALLEN            PERIOD DATES FROM PDAS13    * 00443333
      *                                   (FISCAL CALENDAR)           * 00446666
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00450000
      *                                                               * 00460000
      ***************************************************************** 00470000
               ORDER BY SALES_REP                                       02110000
           END-EXEC.                                                    02120000
           EJECT                                                        02130000
      ***************************************************************** 02131428
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      * 02132856
      ***************************************************************** 02134284
                                                                        02135712
           COPY PDAS13CY.                                               02137140
           EJECT                                                        02138568
      ***************************************************************** 02140000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02150000
      ***************************************************************** 02160000
               GO TO P30000-EXIT                                        03940000
           END-IF.                                                      03950000
                                                                        03960000
      ***************************************************************** 03962258
      *    THE PERIOD'S FIRST AND LAST DAY -- A FISCAL PERIOD FROM    * 03964516
      *    THE PREFIX'S FISCAL CALENDAR, OR A CALENDAR MONTH WHEN     * 03966774
      *    THE PREFIX HAS NONE -- COME FROM PDAS13                    * 03969032
      ***************************************************************** 03971290
                                                                        03973548
           MOVE SPACES TO PDAS13-PARMS.                                 03975806
           MOVE 'P' TO PDAS13-FUNCTION.                                 03978064
           MOVE WPC-PREFIX TO PDAS13-PREFIX.                            03980322
           MOVE WPC-PERIOD TO PDAS13-PERIOD.                            03982580
                                                                        03984838
           CALL 'PDAS13' USING PDAS13-PARMS.                            03987096
                                                                        03989354
           IF PDAS13-CALENDAR-ERROR                                     03991612
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          03993870
               MOVE 'PDAB57' TO WPDE-PROGRAM-ID                         03996128
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE                  03998386
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION         04000644
               MOVE 'P30000' TO WPDE-PARAGRAPH                          04002902
               PERFORM P99999-ABEND THRU P99999-EXIT                    04005160
           END-IF.                                                      04007418
                                                                        04009676
           IF NOT PDAS13-RESOLVED                                       04011934
               DISPLAY 'PDAB57 - PERIOD NOT ON FISCAL CALENDAR: '       04014192
                   WS-CONTROL-CARD(1:40)                                04016450
               GO TO P30000-EXIT                                        04018708
           END-IF.                                                      04020966
                                                                        04023224
           MOVE PDAS13-START-DATE TO WS-FROM-DATE.                      04025482
           MOVE PDAS13-END-DATE TO WS-TO-DATE.                          04027740
                                                                        04030000
           EXEC SQL                                                     04040000
               OPEN REPSUM                                              04050000
