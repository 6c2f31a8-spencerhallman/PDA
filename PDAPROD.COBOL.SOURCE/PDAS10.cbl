      * PROGRAM :   PDAS10                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAS10 IS A CALLED SUBROUTINE THAT        * 00100000
      *             ENFORCES THE PERIOD LOCK AT ORDER SUBMIT TIME.    * 00108571
      *             GIVEN A USER PREFIX AND AN ORDER DATE (CCYYMMDD), * 00117142
      *             IT ROLLS THE DATE FORWARD TO THE FIRST DAY OF THE * 00125713
      *             NEXT PERIOD FOR AS LONG AS THE DATE'S PERIOD IS   * 00134284
      *             CLOSED ON PERIOD_LOCK, SO LATE SUBMITS POST INTO  * 00142855
      *             THE OPEN PERIOD AND A CLOSED PERIOD'S NUMBERS     * 00151426
      *             NEVER MOVE.  PERIODS ARE THE PREFIX'S FISCAL      * 00159997
      *             PERIODS, OR CALENDAR MONTHS, AS RESOLVED BY       * 00168568
      *             PDAS13.  A DB2 ERROR RETURNS CODE 04 WITH THE     * 00177139
      *             DATE UNCHANGED -- NEVER FATAL TO THE CALLER.      * 00185710
      *                                                               * 00194281
      * FILES   :   PERIOD_LOCK      -  DB2  (READ-ONLY)              * 00202852
      *             FISCAL_CALENDAR  -  DB2  (READ-ONLY, VIA PDAS13)  * 00211423
      *                                                               * 00220000
      * TRANSACTIONS GENERATED:                                       * 00230000
      *             NONE                                              * 00240000
      *                                                               * 00310000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00320000
      *  --------   --------------------  --------------------------  * 00330000
      *  10/15/26   R. MCALLEN            PERIODS RESOLVED THROUGH    * 00333333
      *                                   PDAS13 (FISCAL CALENDAR)    * 00336666
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00340000
      *                                                               * 00350000
      ***************************************************************** 00360000
           05  WS-PERIOD-CLOSED-SW     PIC X(01)   VALUE 'N'.           00600000
               88  PERIOD-CLOSED                   VALUE 'Y'.           00610000
           05  WS-LOCK-COUNT           PIC S9(09)  VALUE +0 COMP.       00620000
           05  WS-DATE-INTEGER         PIC S9(09)  VALUE +0 COMP.       00625000
           EJECT                                                        00630000
      ***************************************************************** 00640000
      *    DB2  DEFINITIONS                                           * 00650000
      ***************************************************************** 00780000
                                                                        00790000
           COPY PDAS10CY.                                               00800000
           EJECT                                                        00801428
      ***************************************************************** 00802856
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      * 00804284
      ***************************************************************** 00805712
                                                                        00807140
           COPY PDAS13CY.                                               00808568
           EJECT                                                        00810000
      ***************************************************************** 00820000
      *    LINKAGE SECTION                                            * 00830000
                                                                        01510000
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.                             01520000
                                                                        01530000
      ***************************************************************** 01531153
      *    THE DATE'S PERIOD -- FISCAL OR CALENDAR MONTH -- COMES     * 01532306
      *    FROM PDAS13.  A DATE NO FISCAL PERIOD COVERS YET CANNOT    * 01533459
      *    BE IN A CLOSED PERIOD                                      * 01534612
      ***************************************************************** 01535765
                                                                        01536918
           MOVE SPACES TO PDAS13-PARMS.                                 01538071
           MOVE 'D' TO PDAS13-FUNCTION.                                 01539224
           MOVE PDAS10-PREFIX TO PDAS13-PREFIX.                         01540377
           MOVE WS-WORK-DATE-N TO PDAS13-DATE.                          01541530
                                                                        01542683
           CALL 'PDAS13' USING PDAS13-PARMS.                            01543836
                                                                        01544989
           IF PDAS13-NOT-ON-CALENDAR                                    01546142
               GO TO P10000-EXIT                                        01547295
           END-IF.                                                      01548448
                                                                        01549601
           IF NOT PDAS13-RESOLVED                                       01550754
               MOVE +4 TO PDAS10-RETURN-CODE                            01551907
               MOVE PDAS13-SQLCODE TO PDAS10-SQLCODE                    01553060
               GO TO P10000-EXIT                                        01554213
           END-IF.                                                      01555366
                                                                        01556519
           MOVE PDAS10-PREFIX TO PERIOD-LOCK-PREFIX.                    01557672
           MOVE PDAS13-PERIOD TO PERIOD-LOCK-PERIOD.                    01558825
                                                                        01560000
           EXEC SQL                                                     01570000
               SELECT  COUNT(*)                                         01580000
      *                                                               * 01790000
      *    PARAGRAPH:  P20000-ROLL-FORWARD                            * 01800000
      *                                                               * 01810000
      *    FUNCTION :  ADVANCE THE WORK DATE TO THE DAY AFTER THE     * 01820000
      *                CLOSED PERIOD ENDS AND RE-TEST THE PERIOD      * 01830000
      *                                                               * 01840000
      *    CALLED BY:  P00000-MAINLINE                                * 01850000
      *                                                               * 01860000
                                                                        01880000
       P20000-ROLL-FORWARD.                                             01890000
                                                                        01900000
           ADD +1 TO WS-ROLL-COUNT.                                     01912500
                                                                        01925000
           COMPUTE WS-DATE-INTEGER =                                    01937500
               FUNCTION INTEGER-OF-DATE(PDAS13-END-DATE) + 1.           01950000
                                                                        01962500
           COMPUTE WS-WORK-DATE-N =                                     01975000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               01987500
                                                                        02000000
           PERFORM P10000-CHECK-PERIOD THRU P10000-EXIT.                02010000
                                                                        02020000
