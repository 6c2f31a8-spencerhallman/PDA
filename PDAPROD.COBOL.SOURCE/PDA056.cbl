      *  09/02/26   R. MCALLEN            OFF-LIST LINES SKIPPED OR   *
      *                                   FLAGGED PER THE AUTHORIZED  *
      *                                   ITEM LIST (PDA059)          *
      *  10/15/26   R. MCALLEN            PRICE OVERRIDE FIELDS       *
      *                                   CLEARED ON NEW PENDING      *
      *                                   LINES                       *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  10/15/26   R. MCALLEN            DL/I SEGLENGTH FOR ORDER    *
      *                                   AND ORDITEM RAISED TO 176   *
      *                                   AND 151 FOR THE ENLARGED    *
      *                                   SEGMENTS                    *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
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


           MOVE 'PDA056' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD56')
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
                   PCB(1)
                   SEGMENT(ORDITEM)
                   INTO(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
                   MOVE ZEROES TO PENDING-ORDER-PURCHASE-TYPE
                   MOVE ZEROES TO PENDING-ORDER-UPDATE-COUNT
                   MOVE ZEROES TO PENDING-ORDER-KIT-PRICE
                   MOVE ZEROES TO PENDING-ORDER-OVR-PRICE
                   MOVE ZEROES TO PENDING-ORDER-OVR-NUMBER
                   EXEC CICS
                       WRITE
                           FILE('PDAPEND')
           MOVE SPACES TO PENDING-ORDER-SUBMIT-SW.
           MOVE ZEROES TO PENDING-ORDER-UPDATE-COUNT.
           MOVE ZEROES TO PENDING-ORDER-KIT-PRICE.
           MOVE ZEROES TO PENDING-ORDER-OVR-PRICE.
           MOVE ZEROES TO PENDING-ORDER-OVR-NUMBER.

           EXEC CICS
               WRITE

           MOVE 'PDA056' TO PC-PREV-PGRMID.

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
