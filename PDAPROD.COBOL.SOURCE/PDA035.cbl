      *             NAMES SO THE PDA005 / PDA105 BROWSE CHAIN STAYS   *
      *             INTACT), AND ACTION D RETIRES A ROW -- REFUSED    *
      *             WHILE ANY ITEM ROW STILL CARRIES THE NAMES.       *
      *             ACTION O ASSIGNS THE ROW'S OWNER -- THE USERID OF *
      *             THE MERCHANDISER WHO ANSWERS FOR ITS ITEMS (ALSO  *
      *             KEYED ON AN ADD).  THE WEEKLY CATALOG DATA        *
      *             QUALITY REPORT (PDAB128) IS GROUPED BY OWNER.     *
      *                                                               *
      * FILES   :   CATEGORY                 -  DB2       (UPDATE)    *
      *             ITEM                     -  DB2       (UPDATE)    *
      *                                   REQUIRE UPDATE OR           *
      *                                   ADMINISTRATOR AUTHORITY     *
      *                                   (PC-USER-ROLE)              *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  10/15/26   R. MCALLEN            CATEGORY OWNER KEYED ON ADD *
      *                                   AND ASSIGNED BY NEW ACTION  *
      *                                   O                           *
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
           COPY PDAERRWS.
           EJECT
      *****************************************************************

           MOVE 'PDA035' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD35')
      *    PARAGRAPH:  P04000-MAINTAIN-CATEGORY                       *
      *                                                               *
      *    FUNCTION :  ROUTINE TO VALIDATE AND APPLY THE KEYED        *
      *                CATEGORY ACTION (A ADD, R RENAME, D RETIRE,    *
      *                O ASSIGN OWNER)                                *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
           INSPECT NEWSUBI REPLACING ALL '_' BY ' '.
           INSPECT CATSEQI REPLACING ALL '_' BY ' '.
           INSPECT SUBSEQI REPLACING ALL '_' BY ' '.
           INSPECT OWNERI REPLACING ALL '_' BY ' '.

           IF CATI = SPACES OR CATI = LOW-VALUES
               MOVE -1 TO CATL
           END-IF.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'R'
              AND ACTIONI NOT = 'D' AND ACTIONI NOT = 'O'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM020-INVALID-ACTION-CODE TO PDAMSGO
                   PERFORM P06000-RENAME-CATEGORY THRU P06000-EXIT
               WHEN 'D'
                   PERFORM P07000-RETIRE-CATEGORY THRU P07000-EXIT
               WHEN 'O'
                   PERFORM P08000-ASSIGN-OWNER THRU P08000-EXIT
           END-EVALUATE.

       P04000-EXIT.
      *    PARAGRAPH:  P05000-ADD-CATEGORY                            *
      *                                                               *
      *    FUNCTION :  INSERT A NEW CATEGORY / SUB-CATEGORY ROW WITH  *
      *                ITS DISPLAY SEQUENCES AND OWNER                *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CATEGORY                       *
      *                                                               *
               END-IF
           END-IF.

           IF OWNERI = LOW-VALUES
               MOVE SPACES TO CATEGORY-OWNER
           ELSE
               MOVE OWNERI TO CATEGORY-OWNER
           END-IF.

           EXEC SQL
               INSERT INTO CATEGORY
                      (CATEGORY_NAME, SUB_CATEGORY_NAME,
                       CATEGORY_SEQ, SUB_CATEGORY_SEQ,
                       CATEGORY_OWNER)
               VALUES (:CATEGORY-NAME,
                       :CATEGORY-SUB-CATEGORY-NAME,
                       :CATEGORY-CATEGORY-SEQ,
                       :CATEGORY-SUB-CATEGORY-SEQ,
                       :CATEGORY-OWNER)
           END-EXEC.

           EVALUATE TRUE
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08000-ASSIGN-OWNER                            *
      *                                                               *
      *    FUNCTION :  SET THE OWNER OF A CATEGORY / SUB-CATEGORY ROW *
      *                -- THE MERCHANDISER THE CATALOG DATA QUALITY   *
      *                EXCEPTIONS FOR ITS ITEMS ARE ROUTED TO         *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CATEGORY                       *
      *                                                               *
      *****************************************************************

       P08000-ASSIGN-OWNER.

           IF OWNERI = SPACES OR OWNERI = LOW-VALUES
               MOVE -1 TO OWNERL
               MOVE DFHUNINT TO OWNERA
               MOVE PM354-ENTER-CATEGORY-OWNER TO PDAMSGO
               GO TO P08000-EXIT
           END-IF.

           MOVE OWNERI TO CATEGORY-OWNER.

           EXEC SQL
               UPDATE  CATEGORY
               SET     CATEGORY_OWNER    = :CATEGORY-OWNER
               WHERE   CATEGORY_NAME     = :CATEGORY-NAME
                 AND   SUB_CATEGORY_NAME =
                           :CATEGORY-SUB-CATEGORY-NAME
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE PM355-CATEGORY-OWNER-ASSIGNED TO PDAMSGO
               WHEN SQLCODE = +100
                   MOVE -1 TO CATL
                   MOVE DFHUNINT TO CATA
                   MOVE PM123-CATEGORY-NOT-FOUND TO PDAMSGO
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA035' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'UPDATE CATEGORY OWNER' TO WPDE-FUNCTION
                   MOVE 'P08000' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P08000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE SCREEN (DATAONLY)       *

           MOVE 'PDA035' TO PC-PREV-PGRMID.

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
