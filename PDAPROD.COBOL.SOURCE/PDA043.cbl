      *             DEDICATED COUNT REASON CODE (CNT) EXACTLY AS      *
      *             PDA040 DOES, AND CLOSES THE WORKLIST LINE.  THE   *
      *             MONTHLY COUNT ACCURACY REPORT (PDAB54) COMES      *
      *             OFF THE WORKLIST FILE.  A WORKLIST LINE FOR A     *
      *             BIN ALSO ADJUSTS THAT BIN'S BALANCE ON            *
      *             ITEM_SUPPLIER_BIN, AND THE BIN IS SHOWN WITH THE  *
      *             RESULT.                                           *
      *                                                               *
      * FILES   :   CYCLE COUNT WORKLIST     -  VSAM KSDS (UPDATE)    *
      *             ITEM_SUPPLIER            -  DB2       (UPDATE)    *
      *             ITEM_SUPPLIER_WHSE       -  DB2       (UPDATE)    *
      *             ITEM_SUPPLIER_BIN        -  DB2       (UPDATE)    *
      *             ADJUSTMENT JOURNAL       -  VSAM KSDS (WRITE)     *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  10/15/26   R. MCALLEN            BIN WORKLIST LINES POST     *
      *                                   THE VARIANCE TO THE BIN     *
      *                                   BALANCE                     *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************
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

           MOVE 'PDA043' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD43')

           MOVE CYCLE-COUNT-ITEM-NUMBER TO ITEMO.
           MOVE CYCLE-COUNT-SUPPLIER-ID TO SUPPO.
           MOVE CYCLE-COUNT-BIN TO BINO.
           MOVE WMF-VARIANCE TO VARO.
           MOVE PM179-COUNT-POSTED TO PDAMSGO.

           MOVE CYCLE-COUNT-ITEM-NUMBER TO ADJ-JOURNAL-ITEM-NUMBER.
           MOVE CYCLE-COUNT-SUPPLIER-ID TO ADJ-JOURNAL-SUPPLIER-ID.
           MOVE 'CNT' TO ADJ-JOURNAL-REASON-CODE.
           MOVE CYCLE-COUNT-WHSE TO ADJ-JOURNAL-WHSE.
           MOVE CYCLE-COUNT-BIN TO ADJ-JOURNAL-BIN.
           MOVE WMF-QTY-BEFORE TO ADJ-JOURNAL-QTY-BEFORE.
           MOVE WMF-QTY-AFTER TO ADJ-JOURNAL-QTY-AFTER.
           MOVE WMF-VARIANCE TO ADJ-JOURNAL-ADJ-QTY.
      *    PARAGRAPH:  P04200-POST-VARIANCE                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO APPLY THE COUNT VARIANCE TO THE     *
      *                BIN ROW (WHEN THE LINE NAMES A BIN), THE       *
      *                WAREHOUSE ROW AND THE COMPANY-WIDE             *
      *                ITEM_SUPPLIER QUANTITY ON HAND                 *
      *                                                               *
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    A BIN LINE SETS THE BIN TO THE COUNTED QUANTITY BY THE     *
      *    SAME VARIANCE, CREATING THE ROW IF IT HAS GONE             *
      *****************************************************************

           IF CYCLE-COUNT-BIN > SPACES
               PERFORM P04300-POST-BIN-VARIANCE THRU P04300-EXIT
           END-IF.

      *****************************************************************
      *    CARRY THE VARIANCE INTO THE COMPANY-WIDE TOTAL, SAVING     *
      *    THE BEFORE AND AFTER QUANTITIES FOR THE JOURNAL            *
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04300-POST-BIN-VARIANCE                       *
      *                                                               *
      *    FUNCTION :  ROUTINE TO APPLY THE COUNT VARIANCE TO THE     *
      *                ITEM_SUPPLIER_BIN ROW OF THE COUNTED BIN       *
      *                                                               *
      *    CALLED BY:  P04200-POST-VARIANCE                           *
      *                                                               *
      *****************************************************************

       P04300-POST-BIN-VARIANCE.

           MOVE PC-USERID-NUMBER TO ISB-ITEM-PREFIX
                                    ISB-SUPPLIER-PREFIX.
           MOVE CYCLE-COUNT-ITEM-NUMBER TO ISB-ITEM-NUMBER.
           MOVE CYCLE-COUNT-SUPPLIER-ID TO ISB-SUPPLIER-ID.
           MOVE CYCLE-COUNT-WHSE TO ISB-WAREHOUSE-ID.
           MOVE CYCLE-COUNT-BIN TO ISB-BIN-ID.
           MOVE WMF-VARIANCE TO ISB-QUANTITY-ON-HAND.

           EXEC SQL
               UPDATE  ITEM_SUPPLIER_BIN
               SET     QUANTITY_ON_HAND = QUANTITY_ON_HAND +
                           :ISB-QUANTITY-ON-HAND
               WHERE   ITEM_PREFIX      = :ISB-ITEM-PREFIX
                 AND   ITEM_NUMBER      = :ISB-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX  = :ISB-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID      = :ISB-SUPPLIER-ID
                 AND   WAREHOUSE_ID     = :ISB-WAREHOUSE-ID
                 AND   BIN_ID           = :ISB-BIN-ID
           END-EXEC.

           IF SQLCODE = +100
               MOVE WMF-COUNTED-QTY TO ISB-QUANTITY-ON-HAND
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
               MOVE 'PDA043' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'POST ITEM_SUPPLIER_BIN' TO WPDE-FUNCTION
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

           MOVE 'PDA043' TO PC-PREV-PGRMID.

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
