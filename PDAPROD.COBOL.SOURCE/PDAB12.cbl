      *             RANKED BY TOTAL DOLLAR VOLUME DESCENDING, SO      * 00000190
      *             PURCHASING CAN SEE WHICH SUPPLIERS ARE CARRYING   * 00000200
      *             THE MOST BUSINESS.                                * 00000210
      *             RECEIVING INSPECTION RESULTS ARE READ FROM THE    *
      *             QUALITY HOLD FILE -- EVERY HOLD INSPECTED ON      *
      *             PDA062 ADDS ITS PASSED AND REJECTED QUANTITIES TO *
      *             ITS SUPPLIER -- AND EACH SUPPLIER INSPECTED GETS  *
      *             A SECOND LINE WITH THE QUANTITY INSPECTED, THE    *
      *             QUANTITY REJECTED AND THE REJECT PERCENTAGE.      *
      *                  1)  SUPPLIER TABLE             (DB2)         * 00000220
      *                  2)  ORDER DATABASE              (IMS)        * 00000230
      *                  3)  QUALITY HOLD FILE           (VSAM)       *
      *                                                               * 00000240
      * FILES   :   SUPPLIER TABLE        -  DB2           (INPUT)    * 00000250
      *             ORDER DATABASE        -  IMS           (INPUT)    * 00000260
      *             QUALITY HOLD FILE     -  VSAM KSDS     (INPUT)    *
      *                                                               * 00000270
      ***************************************************************** 00000280
      *             PROGRAM CHANGE LOG                                * 00000290
      *                                                               * 00000310
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00000320
      *  --------   --------------------  --------------------------  * 00000330
      *  10/15/26   R. MCALLEN            INSPECTION RESULTS FROM     *
      *                                   THE QUALITY HOLD FILE ON    *
      *                                   THE SCORECARD               *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00000340
      *                                                               * 00000350
      ***************************************************************** 00000360
           EJECT                                                        00000370
       ENVIRONMENT DIVISION.                                            00000380
                                                                        00000390
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT VSAM-QUALITY-HOLD    ASSIGN TO VQCHOLD
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS QUALITY-HOLD-KEY
                                       FILE STATUS IS WS-QCHOLD-STATUS.

       DATA DIVISION.                                                   00000400
                                                                        00000410
       FILE SECTION.

       FD  VSAM-QUALITY-HOLD
           RECORD CONTAINS 200 CHARACTERS.

           COPY VQCHOLD.
           EJECT
       WORKING-STORAGE SECTION.                                         00000420
                                                                        00000430
      ***************************************************************** 00000440
               88  END-OF-ITEMS                  VALUE 'Y'.             00000520
           05  WS-END-OF-SUP-LOAD-SW   PIC X     VALUE 'N'.             00000530
               88  END-OF-SUP-LOAD               VALUE 'Y'.             00000540
           05  WS-END-OF-HOLDS-SW      PIC X     VALUE 'N'.
               88  END-OF-HOLDS                  VALUE 'Y'.
           EJECT                                                        00000550
      ***************************************************************** 00000560
      *    MISCELLANEOUS WORK FIELDS                                  * 00000570
               88  OP-GOOD-RETURN                VALUE '  '.            00000650
               88  OP-END-OF-DATABASE            VALUE 'GB'.            00000660
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            00000670
           03  WS-QCHOLD-STATUS        PIC XX    VALUE SPACES.
               88  QCHOLDF-OK                    VALUE '  ' '00'.
               88  QCHOLDF-END                   VALUE '10'.
               88  QCHOLDF-EMPTY                 VALUE '35'.
           03  WS-ITEMS-UNMATCHED      PIC S9(7) VALUE +0       COMP-3. 00000680
           03  WS-HOLDS-UNMATCHED      PIC S9(7) VALUE +0       COMP-3.
           03  WS-REJECT-PCT           PIC S9(3)V9
                                                 VALUE +0       COMP-3.
           03  WS-RANK-NUMBER          PIC S9(4) VALUE +0       COMP.   00000690
           03  WS-EXT-AMOUNT           PIC S9(9)V99                     00000700
                                                 VALUE +0       COMP-3. 00000710
      ***************************************************************** 00000770
      *    SUPPLIER SCORECARD WORKING TABLE                           * 00000780
      *    LOADED ONCE FROM SUPPLIER AND USED TO ACCUMULATE LINE      * 00000790
      *    ITEM AND DOLLAR VOLUME STATISTICS FOUND ON ORDER1DB AND    *
      *    THE INSPECTION RESULTS FOUND ON THE QUALITY HOLD FILE.     *
      ***************************************************************** 00000810
                                                                        00000820
       01  WS-SUPPLIER-CONTROL.                                         00000830
               10  WS-SUP-TOTAL-QTY    PIC S9(9) COMP-3 VALUE ZEROES.   00000970
               10  WS-SUP-TOTAL-AMT    PIC S9(9)V99                     00000980
                                                 COMP-3 VALUE ZEROES.   00000990
               10  WS-SUP-INSP-QTY     PIC S9(9) COMP-3 VALUE ZEROES.
               10  WS-SUP-REJ-QTY      PIC S9(9) COMP-3 VALUE ZEROES.
                                                                        00001000
       01  WS-SUPPLIER-SWAP.                                            00001010
           05  WS-SUPS-KEY.                                             00001020
           05  WS-SUPS-ITEM-COUNT      PIC S9(7) COMP-3.                00001060
           05  WS-SUPS-TOTAL-QTY       PIC S9(9) COMP-3.                00001070
           05  WS-SUPS-TOTAL-AMT       PIC S9(9)V99 COMP-3.             00001080
           05  WS-SUPS-INSP-QTY        PIC S9(9) COMP-3.
           05  WS-SUPS-REJ-QTY         PIC S9(9) COMP-3.
           EJECT                                                        00001090
      ***************************************************************** 00001100
      *    DISPLAY AREA                                               * 00001110
           03  FILLER                  PIC X(02) VALUE SPACES.          00001710
           03  WS-DL-SUP-TOTAL-AMT     PIC ZZZ,ZZZ,ZZ9.99-.             00001720
           03  FILLER                  PIC X(04) VALUE SPACES.          00001730
           03  FILLER                  PIC X(01) VALUE '*'.

       01  WS-DL-SUP-QC-DETAIL.
           03  FILLER                  PIC X(01) VALUE '*'.
           03  FILLER                  PIC X(23) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE 'INSPECTED '.
           03  WS-DL-SUP-INSP-QTY      PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(11) VALUE '  REJECTED '.
           03  WS-DL-SUP-REJ-QTY       PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DL-SUP-REJ-PCT       PIC ZZ9.9.
           03  FILLER                  PIC X(04) VALUE ' PCT'.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE '*'.             00001740
           EJECT                                                        00001750
      ***************************************************************** 00001760
                                                                        00003000
           PERFORM P10000-LOAD-SUPPLIERS THRU P10000-EXIT.              00003010
           PERFORM P20000-SCAN-ORDERS THRU P20000-EXIT.                 00003020
           PERFORM P25000-SCAN-HOLDS THRU P25000-EXIT.
           PERFORM P30000-RANK-SUPPLIERS THRU P30000-EXIT.              00003030
           PERFORM P40000-PRINT-REPORT THRU P40000-EXIT.                00003040
                                                                        00003050
                                                                        00003120
           MOVE 'ITEMS, UNKNOWN SUPPLIER' TO WS-DL-T-TITLE.             00003130
           MOVE WS-ITEMS-UNMATCHED TO WS-DL-T-CNT.                      00003140
           DISPLAY WS-DL-TOTAL.

           MOVE 'QC HOLDS UNMATCHED' TO WS-DL-T-TITLE.
           MOVE WS-HOLDS-UNMATCHED TO WS-DL-T-CNT.
           DISPLAY WS-DL-TOTAL.                                         00003150
                                                                        00003160
           DISPLAY WS-DL-ASTERISK.                                      00003170
                   MOVE ZEROES TO WS-SUP-ITEM-COUNT (WS-SUP-NDX)        00004140
                   MOVE ZEROES TO WS-SUP-TOTAL-QTY  (WS-SUP-NDX)        00004150
                   MOVE ZEROES TO WS-SUP-TOTAL-AMT  (WS-SUP-NDX)        00004160
                   MOVE ZEROES TO WS-SUP-INSP-QTY   (WS-SUP-NDX)
                   MOVE ZEROES TO WS-SUP-REJ-QTY    (WS-SUP-NDX)
           END-EVALUATE.                                                00004170
                                                                        00004180
       P10100-EXIT.                                                     00004190
           EJECT                                                        00005880
      ***************************************************************** 00005890
      *                                                               * 00005900
      *    PARAGRAPH:  P25000-SCAN-HOLDS                              *
      *                                                               *
      *    FUNCTION :  READ THE QUALITY HOLD FILE SEQUENTIALLY TO     *
      *                ACCUMULATE EACH SUPPLIER'S INSPECTION RESULTS. *
      *                NO QUALITY HOLD FILE YET MEANS NOTHING HAS     *
      *                BEEN INSPECTED.                                *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P25000-SCAN-HOLDS.

           OPEN INPUT VSAM-QUALITY-HOLD.

           IF QCHOLDF-EMPTY
               GO TO P25000-EXIT
           END-IF.

           IF NOT QCHOLDF-OK
               MOVE 'OPEN QUALITY HOLD FILE FAILED' TO WPBE-MESSAGE
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS
               MOVE 'P25000' TO WPBE-PARAGRAPH
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

           PERFORM P25100-GET-NEXT-HOLD THRU P25100-EXIT
               UNTIL END-OF-HOLDS.

           CLOSE VSAM-QUALITY-HOLD.

       P25000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P25100-GET-NEXT-HOLD                           *
      *                                                               *
      *    FUNCTION :  READ THE NEXT QUALITY HOLD AND, IF IT HAS BEEN *
      *                INSPECTED (STATUS I OR C), ADD ITS PASSED AND  *
      *                REJECTED QUANTITIES TO ITS SUPPLIER.  HOLDS    *
      *                STILL AWAITING INSPECTION AND THE PREFIX       *
      *                CONTROL RECORDS ARE SKIPPED.  NO MATCH MEANS   *
      *                THE SUPPLIER IS NOT ON THE SUPPLIER TABLE -    *
      *                TALLIED SEPARATELY SO IT ISN'T LOST.           *
      *                                                               *
      *    CALLED BY:  P25000-SCAN-HOLDS                              *
      *                                                               *
      *****************************************************************

       P25100-GET-NEXT-HOLD.

           READ VSAM-QUALITY-HOLD NEXT.

           IF QCHOLDF-END
               MOVE 'Y' TO WS-END-OF-HOLDS-SW
               GO TO P25100-EXIT
           END-IF.

           IF NOT QCHOLDF-OK
               MOVE 'READ QUALITY HOLD FILE FAILED' TO WPBE-MESSAGE
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS
               MOVE 'P25100' TO WPBE-PARAGRAPH
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

           IF QC-HOLD-NUMBER = ZEROES
              OR QC-HOLD-HELD
               GO TO P25100-EXIT
           END-IF.

           SET WS-SUP-NDX TO +1.

           SEARCH WS-SUP-ENTRY
               AT END
                   ADD +1 TO WS-HOLDS-UNMATCHED
               WHEN WS-SUP-PREFIX (WS-SUP-NDX) = QC-HOLD-PRE
                AND WS-SUP-ID     (WS-SUP-NDX) = QC-HOLD-SUPPLIER-ID
                   ADD QC-HOLD-QTY-PASSED
                                    TO WS-SUP-INSP-QTY (WS-SUP-NDX)
                   ADD QC-HOLD-QTY-REJECTED
                                    TO WS-SUP-INSP-QTY (WS-SUP-NDX)
                   ADD QC-HOLD-QTY-REJECTED
                                    TO WS-SUP-REJ-QTY  (WS-SUP-NDX)
           END-SEARCH.

       P25100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P30000-RANK-SUPPLIERS                          * 00005910
      *                                                               * 00005920
      *    FUNCTION :  ONE FULL BUBBLE SORT OF WS-SUPPLIER-TABLE,     * 00005930
                                             TO WS-SUPS-TOTAL-QTY       00006560
               MOVE WS-SUP-TOTAL-AMT  (WS-SUP-SUB2)                     00006570
                                             TO WS-SUPS-TOTAL-AMT       00006580
               MOVE WS-SUP-INSP-QTY   (WS-SUP-SUB2)
                                             TO WS-SUPS-INSP-QTY
               MOVE WS-SUP-REJ-QTY    (WS-SUP-SUB2)
                                             TO WS-SUPS-REJ-QTY
                                                                        00006590
               MOVE WS-SUP-KEY        (WS-SUP-SUB2 + 1)                 00006600
                                       TO WS-SUP-KEY  (WS-SUP-SUB2)     00006610
                            TO WS-SUP-TOTAL-QTY  (WS-SUP-SUB2)          00006670
               MOVE WS-SUP-TOTAL-AMT  (WS-SUP-SUB2 + 1)                 00006680
                            TO WS-SUP-TOTAL-AMT  (WS-SUP-SUB2)          00006690
               MOVE WS-SUP-INSP-QTY   (WS-SUP-SUB2 + 1)
                            TO WS-SUP-INSP-QTY   (WS-SUP-SUB2)
               MOVE WS-SUP-REJ-QTY    (WS-SUP-SUB2 + 1)
                            TO WS-SUP-REJ-QTY    (WS-SUP-SUB2)
                                                                        00006700
               MOVE WS-SUPS-KEY   TO WS-SUP-KEY   (WS-SUP-SUB2 + 1)     00006710
               MOVE WS-SUPS-NAME  TO WS-SUP-NAME  (WS-SUP-SUB2 + 1)     00006720
                            TO WS-SUP-TOTAL-QTY  (WS-SUP-SUB2 + 1)      00006760
               MOVE WS-SUPS-TOTAL-AMT                                   00006770
                            TO WS-SUP-TOTAL-AMT  (WS-SUP-SUB2 + 1)      00006780
               MOVE WS-SUPS-INSP-QTY
                            TO WS-SUP-INSP-QTY   (WS-SUP-SUB2 + 1)
               MOVE WS-SUPS-REJ-QTY
                            TO WS-SUP-REJ-QTY    (WS-SUP-SUB2 + 1)
           END-IF.                                                      00006790
                                                                        00006800
       P30200-EXIT.                                                     00006810
      *    FUNCTION :  PRINT ONE RANKED SUPPLIER DETAIL LINE,         * 00007160
      *                DRIVEN BY THE VARYING ON THE PERFORM IN        * 00007170
      *                P40000-PRINT-REPORT.  SUPPLIERS WITH NO LINE   * 00007180
      *                ITEMS AND NOTHING INSPECTED ARE SKIPPED.  A    *
      *                SUPPLIER WITH INSPECTIONS GETS A SECOND LINE   *
      *                WITH ITS INSPECTION RESULTS.                   *
      *                                                               * 00007200
      *    CALLED BY:  P40000-PRINT-REPORT                            * 00007210
      *                                                               * 00007220
       P40100-PRINT-SUPPLIER.                                           00007250
                                                                        00007260
           IF WS-SUP-ITEM-COUNT (WS-SUP-SUB) = ZEROES                   00007270
              AND WS-SUP-INSP-QTY (WS-SUP-SUB) = ZEROES
               GO TO P40100-EXIT                                        00007280
           END-IF.                                                      00007290
                                                                        00007300
           MOVE WS-SUP-TOTAL-AMT (WS-SUP-SUB)                           00007400
                                           TO WS-DL-SUP-TOTAL-AMT.      00007410
           DISPLAY WS-DL-SUP-DETAIL.                                    00007420

           IF WS-SUP-INSP-QTY (WS-SUP-SUB) = ZEROES
               GO TO P40100-EXIT
           END-IF.

           COMPUTE WS-REJECT-PCT ROUNDED =
               WS-SUP-REJ-QTY (WS-SUP-SUB) * 100 /
               WS-SUP-INSP-QTY (WS-SUP-SUB).

           MOVE WS-SUP-INSP-QTY (WS-SUP-SUB)
                                           TO WS-DL-SUP-INSP-QTY.
           MOVE WS-SUP-REJ-QTY  (WS-SUP-SUB)
                                           TO WS-DL-SUP-REJ-QTY.
           MOVE WS-REJECT-PCT             TO WS-DL-SUP-REJ-PCT.
           DISPLAY WS-DL-SUP-QC-DETAIL.
                                                                        00007430
       P40100-EXIT.                                                     00007440
           EXIT.                                                        00007450
