      *             LEAVE A PAPER TRAIL.  THE MONTHLY SHRINKAGE       *
      *             REPORT (PDAB39) COMES OFF THE JOURNAL.            *
      *                                                               *
      *             KEYING A WAREHOUSE AND BIN MAKES IT A BIN-LEVEL   *
      *             ADJUSTMENT:  THE BIN MUST BE ON BIN_LOCATION AND  *
      *             ITS BALANCE ON ITEM_SUPPLIER_BIN MAY NOT GO BELOW *
      *             ZERO; THE BIN ROW AND THE WAREHOUSE ROW ON        *
      *             ITEM_SUPPLIER_WHSE ARE ADJUSTED WITH THE COMPANY  *
      *             TOTAL AND THE JOURNAL CARRIES THE WAREHOUSE AND   *
      *             BIN.                                              *
      *                                                               *
      * FILES   :   ITEM_SUPPLIER            -  DB2       (UPDATE)    *
      *             ADJUSTMENT_REASON        -  DB2       (READ-ONLY) *
      *             BIN_LOCATION             -  DB2       (READ-ONLY) *
      *             ITEM_SUPPLIER_BIN        -  DB2       (UPDATE)    *
      *             ITEM_SUPPLIER_WHSE       -  DB2       (UPDATE)    *
      *             ADJUSTMENT JOURNAL       -  VSAM KSDS (WRITE)     *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *  --------   --------------------  --------------------------  *
      *  09/02/26   R. MCALLEN            AUTOMATIC SIGN-OFF AFTER    *
      *                                   INACTIVITY (PDAIDLE)        *
      *  10/15/26   R. MCALLEN            BIN-LEVEL ADJUSTMENTS --    *
      *                                   WAREHOUSE AND BIN KEYED     *
      *                                   ADJUST ITEM_SUPPLIER_BIN    *
      *                                   AND ITEM_SUPPLIER_WHSE      *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************
           05  WMF-ADJ-QTY             PIC 9(09) VALUE ZEROES.
           05  WMF-QTY-BEFORE          PIC S9(09) VALUE +0     COMP-3.
           05  WMF-QTY-AFTER           PIC S9(09) VALUE +0     COMP-3.
           05  WMF-ADJ-DELTA           PIC S9(09) VALUE +0     COMP-3.
           05  WMF-BIN-AFTER           PIC S9(09) VALUE +0     COMP-3.
           05  WMF-BIN-LEVEL-SW        PIC X(01) VALUE 'N'.
               88  BIN-LEVEL-ADJUSTMENT          VALUE 'Y'.
           EJECT
      *****************************************************************
      *  THIS AREA CONTAINS THE DATA FROM THE FUNCTION CURRENT-DATE   *
              INCLUDE DADJRSN
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DBINLOC
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMSWH
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMSBIN
           END-EXEC.
           EJECT
      *****************************************************************
      *    VSAM FILE DEFINITIONS                                      *
      *****************************************************************

           COPY PDAS07CY.
           EJECT
      *****************************************************************
      *    RESPONSE TIME LOG (PDAS14) COMMAREA                        *
      *****************************************************************

           COPY PDAS14CY.
           EJECT
      ***************************************************************** 
      *    SECURITY EVENT LOG (PDAS08) COMMAREA                       * 
      ***************************************************************** 

           MOVE 'PDA040' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD40')
      *                INVENTORY ADJUSTMENT:  EDIT THE SIGN,          *
      *                QUANTITY AND REASON CODE, READ THE             *
      *                ITEM_SUPPLIER ROW, REJECT AN ADJUSTMENT THAT   *
      *                WOULD DRIVE QUANTITY ON HAND (OR THE BIN       *
      *                BALANCE) BELOW ZERO, UPDATE THE ROWS AND       *
      *                JOURNAL THE CHANGE                             *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
           INSPECT ADJSGNI REPLACING ALL '_' BY ' '.
           INSPECT ADJQTYI REPLACING ALL '_' BY ' '.
           INSPECT REASONI REPLACING ALL '_' BY ' '.
           INSPECT WHSEI REPLACING ALL '_' BY ' '.
           INSPECT BINI REPLACING ALL '_' BY ' '.

           IF WHSEI = LOW-VALUES
               MOVE SPACES TO WHSEI
           END-IF.

           IF BINI = LOW-VALUES
               MOVE SPACES TO BINI
           END-IF.

           IF ITEMI = SPACES OR ITEMI = LOW-VALUES
               MOVE -1 TO ITEML
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    A WAREHOUSE AND BIN TOGETHER MAKE A BIN-LEVEL ADJUSTMENT   *
      *****************************************************************

           MOVE 'N' TO WMF-BIN-LEVEL-SW.

           IF WHSEI > SPACES OR BINI > SPACES
               IF WHSEI = SPACES OR BINI = SPACES
                   IF WHSEI = SPACES
                       MOVE -1 TO WHSEL
                       MOVE DFHUNINT TO WHSEA
                   ELSE
                       MOVE -1 TO BINL
                       MOVE DFHUNINT TO BINA
                   END-IF
                   MOVE PM276-WHSE-BIN-PAIR TO PDAMSGO
                   GO TO P04000-EXIT
               END-IF
               MOVE 'Y' TO WMF-BIN-LEVEL-SW
           END-IF.

           IF ADJSGNI = '+'
               MOVE WMF-ADJ-QTY TO WMF-ADJ-DELTA
           ELSE
               COMPUTE WMF-ADJ-DELTA = 0 - WMF-ADJ-QTY
           END-IF.

      *****************************************************************
      *    THE REASON CODE MUST BE ON THE ADJUSTMENT_REASON TABLE     *
      *****************************************************************
               GO TO P04000-EXIT
           END-IF.

           IF BIN-LEVEL-ADJUSTMENT
               MOVE 'N' TO WS-ERROR-FOUND-SW
               PERFORM P04200-EDIT-BIN THRU P04200-EXIT
               IF ERROR-FOUND
                   GO TO P04000-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    APPLY THE ADJUSTMENT TO THE ITEM_SUPPLIER ROW              *
      *****************************************************************
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           IF BIN-LEVEL-ADJUSTMENT
               PERFORM P04300-POST-BIN THRU P04300-EXIT
           END-IF.

           PERFORM P04100-WRITE-JOURNAL THRU P04100-EXIT.

           MOVE WMF-QTY-BEFORE TO QTYBEFO.
               COMPUTE ADJ-JOURNAL-ADJ-QTY = 0 - WMF-ADJ-QTY
           END-IF.

           IF BIN-LEVEL-ADJUSTMENT
               MOVE WHSEI TO ADJ-JOURNAL-WHSE
               MOVE BINI TO ADJ-JOURNAL-BIN
           END-IF.

           MOVE WMF-USERID TO ADJ-JOURNAL-USERID.

           PERFORM P04150-WRITE-JOURNAL-REC THRU P04150-EXIT
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-EDIT-BIN                                *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT A BIN-LEVEL ADJUSTMENT:  THE   *
      *                BIN MUST BE ON THE BIN LOCATION MASTER FOR THE *
      *                WAREHOUSE AND THE ADJUSTMENT MAY NOT DRIVE THE *
      *                BIN BALANCE BELOW ZERO.  SETS ERROR-FOUND ON A *
      *                FAILED EDIT                                    *
      *                                                               *
      *    CALLED BY:  P04000-APPLY-ADJUSTMENT                        *
      *                                                               *
      *****************************************************************

       P04200-EDIT-BIN.

           MOVE PC-USERID-NUMBER TO BINL-PREFIX.
           MOVE WHSEI TO BINL-WAREHOUSE-ID.
           MOVE BINI TO BINL-BIN-ID.

           EXEC SQL
               SELECT  WALK_SEQUENCE
               INTO    :BINL-WALK-SEQUENCE
               FROM    BIN_LOCATION
               WHERE   PREFIX       = :BINL-PREFIX
                 AND   WAREHOUSE_ID = :BINL-WAREHOUSE-ID
                 AND   BIN_ID       = :BINL-BIN-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   MOVE -1 TO BINL
                   MOVE DFHUNINT TO BINA
                   MOVE PM277-BIN-NOT-FOUND TO PDAMSGO
                   GO TO P04200-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA040' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT BIN_LOCATION' TO WPDE-FUNCTION
                   MOVE 'P04200' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

      *****************************************************************
      *    THE BIN BALANCE (ZERO WHEN THE ITEM HAS NEVER BEEN IN THE  *
      *    BIN) MAY NOT GO NEGATIVE                                   *
      *****************************************************************

           MOVE PC-USERID-NUMBER TO ISB-ITEM-PREFIX
                                    ISB-SUPPLIER-PREFIX.
           MOVE ITEMI TO ISB-ITEM-NUMBER.
           MOVE SUPPIDI TO ISB-SUPPLIER-ID.
           MOVE WHSEI TO ISB-WAREHOUSE-ID.
           MOVE BINI TO ISB-BIN-ID.

           EXEC SQL
               SELECT  QUANTITY_ON_HAND
               INTO    :ISB-QUANTITY-ON-HAND
               FROM    ITEM_SUPPLIER_BIN
               WHERE   ITEM_PREFIX      = :ISB-ITEM-PREFIX
                 AND   ITEM_NUMBER      = :ISB-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX  = :ISB-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID      = :ISB-SUPPLIER-ID
                 AND   WAREHOUSE_ID     = :ISB-WAREHOUSE-ID
                 AND   BIN_ID           = :ISB-BIN-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE +0 TO ISB-QUANTITY-ON-HAND
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA040' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM_SUPPLIER_BIN' TO WPDE-FUNCTION
                   MOVE 'P04200' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           COMPUTE WMF-BIN-AFTER =
               ISB-QUANTITY-ON-HAND + WMF-ADJ-DELTA.

           IF WMF-BIN-AFTER < ZEROES
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE -1 TO ADJQTYL
               MOVE DFHUNINT TO ADJQTYA
               MOVE PM278-BIN-QTY-NEGATIVE TO PDAMSGO
               GO TO P04200-EXIT
           END-IF.

       P04200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04300-POST-BIN                                *
      *                                                               *
      *    FUNCTION :  ROUTINE TO APPLY A BIN-LEVEL ADJUSTMENT TO THE *
      *                ITEM_SUPPLIER_BIN ROW (CREATING IT FOR STOCK   *
      *                FOUND IN A NEW BIN) AND TO THE WAREHOUSE ROW   *
      *                ON ITEM_SUPPLIER_WHSE                          *
      *                                                               *
      *    CALLED BY:  P04000-APPLY-ADJUSTMENT                        *
      *                                                               *
      *****************************************************************

       P04300-POST-BIN.

           MOVE WMF-BIN-AFTER TO ISB-QUANTITY-ON-HAND.

           EXEC SQL
               UPDATE  ITEM_SUPPLIER_BIN
               SET     QUANTITY_ON_HAND = :ISB-QUANTITY-ON-HAND
               WHERE   ITEM_PREFIX      = :ISB-ITEM-PREFIX
                 AND   ITEM_NUMBER      = :ISB-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX  = :ISB-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID      = :ISB-SUPPLIER-ID
                 AND   WAREHOUSE_ID     = :ISB-WAREHOUSE-ID
                 AND   BIN_ID           = :ISB-BIN-ID
           END-EXEC.

           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO ITEM_SUPPLIER_BIN
                          (ITEM_PREFIX,
                           ITEM_NUMBER,
                           SUPPLIER_PREFIX,
                           SUPPLIER_ID,
                           WAREHOUSE_ID,
                           BIN_ID,
                           QUANTITY_ON_HAND)
                   VALUES (:ISB-ITEM-PREFIX,
                           :ISB-ITEM-NUMBER,
                           :ISB-SUPPLIER-PREFIX,
                           :ISB-SUPPLIER-ID,
                           :ISB-WAREHOUSE-ID,
                           :ISB-BIN-ID,
                           :ISB-QUANTITY-ON-HAND)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA040' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'POST ITEM_SUPPLIER_BIN' TO WPDE-FUNCTION
               MOVE 'P04300' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    CARRY THE ADJUSTMENT INTO THE WAREHOUSE ROW, CREATING IT   *
      *    WHEN STOCK IS FOUND AT A WAREHOUSE NOT YET STOCKING IT     *
      *****************************************************************

           MOVE ISB-ITEM-PREFIX TO ISW-ITEM-PREFIX.
           MOVE ISB-ITEM-NUMBER TO ISW-ITEM-NUMBER.
           MOVE ISB-SUPPLIER-PREFIX TO ISW-SUPPLIER-PREFIX.
           MOVE ISB-SUPPLIER-ID TO ISW-SUPPLIER-ID.
           MOVE ISB-WAREHOUSE-ID TO ISW-WAREHOUSE-ID.
           MOVE WMF-ADJ-DELTA TO ISW-QUANTITY-ON-HAND.

           EXEC SQL
               UPDATE  ITEM_SUPPLIER_WHSE
               SET     QUANTITY_ON_HAND = QUANTITY_ON_HAND +
                           :ISW-QUANTITY-ON-HAND
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID
                 AND   WAREHOUSE_ID     = :ISW-WAREHOUSE-ID
           END-EXEC.

           IF SQLCODE = +100
              AND WMF-ADJ-DELTA > ZEROES
               EXEC SQL
                   INSERT INTO ITEM_SUPPLIER_WHSE
                          (ITEM_PREFIX,
                           ITEM_NUMBER,
                           SUPPLIER_PREFIX,
                           SUPPLIER_ID,
                           WAREHOUSE_ID,
                           QUANTITY_ON_HAND)
                   VALUES (:ISW-ITEM-PREFIX,
                           :ISW-ITEM-NUMBER,
                           :ISW-SUPPLIER-PREFIX,
                           :ISW-SUPPLIER-ID,
                           :ISW-WAREHOUSE-ID,
                           :ISW-QUANTITY-ON-HAND)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = +0
              AND SQLCODE NOT = +100
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA040' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'POST ITEM_SUPPLIER_WHSE' TO WPDE-FUNCTION
               MOVE 'P04300' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE SCREEN (DATAONLY)       *

           MOVE 'PDA040' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               XCTL
                   PROGRAM(PC-NEXT-PGRMID)
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *    RETURN TO CICS (NO TRANSID OPTION)                         *
      *****************************************************************
           EJECT
           COPY PDAIDLE.                                                
           EJECT                                                        
           COPY PDARESP.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P99100-GENERAL-ERROR                           *
                   NOHANDLE
           END-EXEC.

      *****************************************************************
      *    RECORD THE TASK'S RESPONSE TIME, MARKED AS ENDED IN        *
      *    ERROR (PDAS14 NEVER FAILS THE CALLER)                      *
      *****************************************************************

           MOVE 'Y' TO WRT-ERROR-SW.
           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *      SUSPEND ANY HANDLE CONDITIONS IN EFFECT                  *
      *****************************************************************
