      *  --------   --------------------  --------------------------  *
      *  09/02/26   R. MCALLEN            AUTHORIZED ITEM LISTS       *
      *                                   ENFORCED PER ROW (PDA059)   *
      *  10/15/26   R. MCALLEN            PRICE OVERRIDE FIELDS       *
      *                                   CLEARED ON NEW PENDING      *
      *                                   LINES                       *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
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


           MOVE 'PDA049' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD49')
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

           MOVE 'PDA049' TO PC-PREV-PGRMID.

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
