      *                                                               *
      *  09/02/26   R. MCALLEN            AUTOMATIC SIGN-OFF AFTER    *
      *                                   INACTIVITY (PDAIDLE)        *
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
       P00200-CICS-RETURN.


           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS RETURN
                     TRANSID       ('PD06')
                     COMMAREA      (PDA-COMMAREA)
           PERFORM  P80350-SAVE-BROWSE-BOOKMARK
               THRU P80350-SAVE-BROWSE-BOOKMARK-EXIT.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS XCTL
                     PROGRAM       (PC-NEXT-PGRMID)
                     COMMAREA      (PDA-COMMAREA)
                   THRU P99500-PDA-ERROR-EXIT.


           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *    RETURN TO CICS (NO TRANSID OPTION)                         *
      *****************************************************************

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
