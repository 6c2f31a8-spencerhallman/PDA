      *  09/02/26   R. MCALLEN            ESTIMATED TAX AND FREIGHT   *
      *                                   SHOWN ON QUOTES, TAX        *
      *                                   RECOMPUTED AT CONVERSION    *
      *  10/15/26   R. MCALLEN            SALES TAX EXEMPTION         *
      *                                   CERTIFICATES ON QUOTES      *
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
           EJECT
           COPY VCUSTOMR.
           EJECT
           COPY VTAXCERT.
           EJECT
           COPY IORDER.
           EJECT
           COPY IORDITEM.

           COPY PDAS07CY.
           EJECT
      *****************************************************************
      *    RESPONSE TIME LOG (PDAS14) COMMAREA                        *
      *****************************************************************

           COPY PDAS14CY.
           EJECT
           COPY PDAERRWS.
           EJECT
      *****************************************************************

           MOVE 'PDA037' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD37')
      *                                                               *
      *    FUNCTION :  LOOK UP THE SALES TAX RATE FOR THE QUOTE       *
      *                CUSTOMER'S SHIP-TO STATE.  A CUSTOMER OR       *
      *                STATE WITH NO ROW, OR A STATE THE CUSTOMER     *
      *                HOLDS AN UNEXPIRED EXEMPTION CERTIFICATE FOR,  *
      *                IS TAXED AT ZERO                               *
      *                                                               *
      *    CALLED BY:  P06500-ESTIMATE-QUOTE                          *
      *                P08000-BUILD-ORDER                             *
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF WMF-TAX-PCT > ZEROES
               PERFORM P06710-CHECK-TAX-CERT THRU P06710-EXIT
           END-IF.

       P06700-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06710-CHECK-TAX-CERT                          *
      *                                                               *
      *    FUNCTION :  READ THE QUOTE CUSTOMER'S SALES TAX EXEMPTION  *
      *                CERTIFICATE FOR THE SHIP-TO STATE.  AN         *
      *                UNEXPIRED CERTIFICATE TAXES THE QUOTE AT ZERO  *
      *                                                               *
      *    CALLED BY:  P06700-GET-TAX-PCT                             *
      *                                                               *
      *****************************************************************

       P06710-CHECK-TAX-CERT.

           MOVE CUSTOMER-PREFIX TO TAX-CERT-PREFIX.
           MOVE CUSTOMER-ID TO TAX-CERT-CUSTOMER-ID.
           MOVE CUSTOMER-SHIP-TO-STATE TO TAX-CERT-STATE.

           EXEC CICS
               READ
                   FILE('PDATXCT')
                   INTO(TAX-CERTIFICATE-RECORD)
                   RIDFLD(TAX-CERT-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF TAX-CERT-EXPIRATION-DATE NOT < WS-CDT-DATE-9
                       MOVE ZEROES TO WMF-TAX-PCT
                   END-IF
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA037' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ PDATXCT' TO WPCE-COMMAND
                   MOVE 'P06710' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P06710-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06800-ESTIMATE-FREIGHT                        *
      *                                                               *
      *    FUNCTION :  ESTIMATE FREIGHT AS THE CHEAPEST RATE          *
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=WMF-ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=WMF-ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
                       PCB(1)
                       SEGMENT(ORDER)
                       FROM(ORDER-SEGMENT)
                       SEGLENGTH(176)
               END-EXEC
           END-IF.

                   PCB(1)
                   SEGMENT(ORDITEM)
                   FROM(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
           END-EXEC.

           IF DIBSTAT NOT = SPACES

           MOVE 'PDA037' TO PC-PREV-PGRMID.

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
       P80400-EXIT.
           EXIT.
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
