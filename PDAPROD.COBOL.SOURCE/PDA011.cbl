      *                                   INACTIVITY (PDAIDLE)        *
      *  09/02/26   R. MCALLEN            NOTES-ON-FILE FLAG ON THE   *
      *                                   ORDER VIEW (PDA052)         *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  10/15/26   R. MCALLEN            DL/I SEGLENGTH FOR ORDER    *
      *                                   AND ORDITEM RAISED TO 176   *
      *                                   AND 151 FOR THE ENLARGED    *
      *                                   SEGMENTS                    *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *                                                               *

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

       P00200-CICS-RETURN.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD11')
                   FIELDLENGTH(15)
                   SEGMENT(ORDITEM)
                   INTO(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
                   WHERE(ITEMKEY>ORDER-ITEM-KEY)
                   FIELDLENGTH(10)
           END-EXEC.

       P80300-XFER-CONTROL.

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
