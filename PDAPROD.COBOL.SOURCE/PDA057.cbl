      *             REASON (ACTION J).  EITHER DECISION MOVES THE     *
      *             ORDER ROOT AND ITS ORDER_LOG MIRROR AND IS        *
      *             STAMPED ON THE ORDER EVENT JOURNAL (PDAS09).      *
      *             MANUAL LINE PRICE OVERRIDES OVER THE KEYING       *
      *             USER'S ROLE LIMIT (PDA008 / PDA010) ARE LISTED    *
      *             BELOW THE ORDERS AND APPROVED (ACTION A) OR       *
      *             DECLINED (ACTION D) BY OVERRIDE NUMBER.           *
      *                                                               *
      * FILES   :   APPROVAL QUEUE          -  VSAM KSDS (UPDATE)     *
      *             ORDER DATABASE ORDER1DB -  IMS       (UPDATE)     *
      *             ORDER_LOG               -  DB2       (UPDATE)     *
      *             PRICE OVERRIDE JOURNAL  -  VSAM KSDS (UPDATE)     *
      *             PENDING ORDER FILE      -  VSAM KSDS (UPDATE)     *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD57       APPROVAL QUEUE (THIS SCREEN)           *
      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  10/15/26   R. MCALLEN            APPROVE / DECLINE QUEUED    *
      *                                   MANUAL LINE PRICE           *
      *                                   OVERRIDES (ACTIONS A / D)   *
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
           05  WMF-PSB-NAME            PIC X(8)  VALUE 'PDA057'.
           05  WMF-NEW-STATUS          PIC X(32) VALUE SPACES.
           05  WMF-EVENT-TYPE          PIC X(8)  VALUE SPACES.
           05  WMF-OVR-VOID-SW         PIC X(01) VALUE 'N'.
               88  OVERRIDE-VOID                 VALUE 'Y'.
           05  WMF-OVR-DELTA           PIC S9(9)V99 VALUE +0.

       01  WMF-OVR-LIST-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'OVR '.
           05  WMF-OL-NUMBER           PIC 9(10) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WMF-OL-ITEM             PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WMF-OL-LIST-PRICE       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WMF-OL-NEW-PRICE        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WMF-OL-PCT-OFF          PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE '% '.
           05  WMF-OL-REASON           PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WMF-OL-USERID           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WMF-LIST-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.

           COPY VAPPROVQ.
           EJECT
           COPY VPRCOVR.
           EJECT
           COPY VPENDORD.
           EJECT
      *****************************************************************
      *    IMS RECORD AREAS                                           *
      *****************************************************************

           COPY ORDER.
           EJECT
           COPY IORDITEM.
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
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


           MOVE 'PDA057' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD57')
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI = 'A' OR ACTIONI = 'D'
               PERFORM P04500-DECIDE-OVERRIDE THRU P04500-EXIT
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI NOT = 'R' AND ACTIONI NOT = 'J'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04500-DECIDE-OVERRIDE                         *
      *                                                               *
      *    FUNCTION :  APPROVE (ACTION A) OR DECLINE (ACTION D) A     *
      *                QUEUED MANUAL LINE PRICE OVERRIDE BY ITS       *
      *                OVERRIDE NUMBER                                *
      *                                                               *
      *    CALLED BY:  P04000-DECIDE-PROCESS                          *
      *                                                               *
      *****************************************************************

       P04500-DECIDE-OVERRIDE.

           IF ORDNOI NOT NUMERIC OR ORDNOI = ZEROES
               MOVE -1 TO ORDNOL
               MOVE DFHUNINT TO ORDNOA
               MOVE PM225-ENTER-APPROVAL TO PDAMSGO
               GO TO P04500-EXIT
           END-IF.

           IF ACTIONI = 'D'
              AND (REASONI = SPACES OR REASONI = LOW-VALUES)
               MOVE -1 TO REASONL
               MOVE DFHUNINT TO REASONA
               MOVE PM229-REASON-REQUIRED TO PDAMSGO
               GO TO P04500-EXIT
           END-IF.

      *****************************************************************
      *    THE OVERRIDE MUST BE WAITING ON THE QUEUE                  *
      *****************************************************************

           MOVE PC-USERID-NUMBER TO PRCOVR-PREFIX.
           MOVE ORDNOI TO PRCOVR-NUMBER.

           EXEC CICS
               READ
                   FILE('PDAPOVR')
                   INTO(PRICE-OVERRIDE-RECORD)
                   RIDFLD(PRCOVR-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR PRCOVR-NUMBER = ZEROES
            OR NOT PRCOVR-PENDING
               MOVE -1 TO ORDNOL
               MOVE DFHUNINT TO ORDNOA
               MOVE PM316-OVERRIDE-NOT-FND TO PDAMSGO
               GO TO P04500-EXIT
           END-IF.

      *****************************************************************
      *    APPLY THE DECISION TO THE LINE IT WAS KEYED ON -- STILL A  *
      *    PENDING ORDER LINE, OR A LINE OF A SUBMITTED ORDER.  A     *
      *    LINE THAT IS GONE OR NO LONGER CARRIES THIS OVERRIDE       *
      *    VOIDS IT                                                   *
      *****************************************************************

           MOVE 'N' TO WMF-OVR-VOID-SW.

           IF PRCOVR-ORDER-NUMBER = ZEROES
               PERFORM P04510-DECIDE-PENDING-LINE THRU P04510-EXIT
           ELSE
               PERFORM P04520-DECIDE-ORDER-LINE THRU P04520-EXIT
           END-IF.

           IF OVERRIDE-VOID
               MOVE 'X' TO PRCOVR-STATUS
           ELSE
               IF ACTIONI = 'A'
                   MOVE 'R' TO PRCOVR-STATUS
               ELSE
                   MOVE 'J' TO PRCOVR-STATUS
                   MOVE REASONI TO PRCOVR-DECLINE-REASON
               END-IF
           END-IF.

           MOVE PC-USERID-ID TO PRCOVR-DECIDED-BY.
           MOVE WMF-DATE-CCYYMMDD TO PRCOVR-DECIDED-DATE.

           EXEC CICS
               REWRITE
                   FILE('PDAPOVR')
                   FROM(PRICE-OVERRIDE-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA057' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE PDAPOVR' TO WPCE-COMMAND
               MOVE 'P04500' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           IF OVERRIDE-VOID
               MOVE PM316-OVERRIDE-NOT-FND TO PDAMSGO
               GO TO P04500-EXIT
           END-IF.

      *****************************************************************
      *    A DECISION ON A SUBMITTED ORDER'S LINE IS STAMPED ON THE   *
      *    ORDER EVENT JOURNAL (NON-FATAL)                            *
      *****************************************************************

           IF PRCOVR-ORDER-NUMBER NOT = ZEROES
               MOVE SPACES TO PDAS09-PARMS
               IF ACTIONI = 'A'
                   MOVE 'PRICEAPR' TO PDAS09-EVENT-TYPE
               ELSE
                   MOVE 'PRICEDCL' TO PDAS09-EVENT-TYPE
               END-IF
               MOVE PRCOVR-PREFIX TO PDAS09-ORDER-PREFIX
               MOVE PRCOVR-ORDER-NUMBER TO PDAS09-ORDER-NUMBER
               MOVE PC-USERID-ID TO PDAS09-USERID
               MOVE ORDER-STATUS TO PDAS09-STATUS
               MOVE ORDER-TOTAL-AMOUNT TO PDAS09-TOTAL-AMOUNT
               MOVE ORDER-TAX-AMOUNT TO PDAS09-TAX-AMOUNT
               CALL 'PDAS09' USING PDAS09-PARMS
           END-IF.

           IF ACTIONI = 'A'
               MOVE PM317-OVERRIDE-APPROVED TO PDAMSGO
           ELSE
               MOVE PM318-OVERRIDE-DECLINED TO PDAMSGO
           END-IF.

       P04500-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04510-DECIDE-PENDING-LINE                     *
      *                                                               *
      *    FUNCTION :  APPLY THE DECISION TO A PENDING ORDER LINE --  *
      *                APPROVED, THE OVERRIDE PRICE IS CHARGED AT     *
      *                SUBMIT; DECLINED, THE OVERRIDE IS CLEARED      *
      *                                                               *
      *    CALLED BY:  P04500-DECIDE-OVERRIDE                         *
      *                                                               *
      *****************************************************************

       P04510-DECIDE-PENDING-LINE.

           MOVE PRCOVR-PREFIX TO PENDING-ORDER-PREFIX.
           MOVE PRCOVR-PENDING-SEQ TO PENDING-ORDER-SEQUENCE.

           EXEC CICS
               READ
                   FILE('PDAPEND')
                   INTO(PENDING-ORDER-RECORD)
                   RIDFLD(PENDING-ORDER-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WMF-OVR-VOID-SW
               GO TO P04510-EXIT
           END-IF.

           IF NOT PENDING-OVR-PENDING
            OR PENDING-ORDER-OVR-NUMBER NOT = PRCOVR-NUMBER
               EXEC CICS
                   UNLOCK
                       FILE('PDAPEND')
                       NOHANDLE
               END-EXEC
               MOVE 'Y' TO WMF-OVR-VOID-SW
               GO TO P04510-EXIT
           END-IF.

           IF ACTIONI = 'A'
               MOVE 'A' TO PENDING-ORDER-OVR-STATUS
           ELSE
               MOVE SPACES TO PENDING-ORDER-OVR-STATUS
           END-IF.

           IF PENDING-ORDER-UPDATE-COUNT NUMERIC
               ADD 1 TO PENDING-ORDER-UPDATE-COUNT
           ELSE
               MOVE 1 TO PENDING-ORDER-UPDATE-COUNT
           END-IF.

           EXEC CICS
               REWRITE
                   FILE('PDAPEND')
                   FROM(PENDING-ORDER-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA057' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE PDAPEND' TO WPCE-COMMAND
               MOVE 'P04510' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04510-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04520-DECIDE-ORDER-LINE                       *
      *                                                               *
      *    FUNCTION :  APPLY THE DECISION TO A SUBMITTED ORDER'S      *
      *                LINE -- APPROVED, THE LINE IS REPRICED AND     *
      *                THE ORDER TOTAL MOVES BY THE CHANGE IN THE     *
      *                EXTENDED PRICE; DECLINED, THE LINE KEEPS ITS   *
      *                PRICE AND THE QUEUED FLAG IS CLEARED           *
      *                                                               *
      *    CALLED BY:  P04500-DECIDE-OVERRIDE                         *
      *                                                               *
      *****************************************************************

       P04520-DECIDE-ORDER-LINE.

           EXEC DLI
               SCHEDULE
                   PSB((WMF-PSB-NAME))
                   NODHABEND
           END-EXEC.

           IF DIBSTAT NOT = SPACES
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA057' TO WPIE-PROGRAM-ID
               MOVE 'P04520' TO WPIE-PARAGRAPH
               MOVE 'SCHD' TO WPIE-FUNCTION-CODE
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME
               MOVE DIBSTAT TO WPIE-STATUS-CODE
               MOVE 'SCHEDULE PSB' TO WPIE-COMMAND
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE PRCOVR-PREFIX TO ORDER-PREFIX.
           MOVE PRCOVR-ORDER-NUMBER TO ORDER-NUMBER.
           MOVE PRCOVR-PREFIX TO ORDER-ITEM-PREFIX.
           MOVE PRCOVR-ITEM-SEQ TO ORDER-ITEM-SEQUENCE.

           EXEC DLI
               GHU USING
                   PCB(1)
                   SEGMENT(ORDER)
                   WHERE(ORDKEY=ORDER-KEY)
                   FIELDLENGTH(15)
                   SEGMENT(ORDITEM)
                   INTO(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
                   WHERE(ITEMKEY=ORDER-ITEM-KEY)
                   FIELDLENGTH(10)
           END-EXEC.

           IF DIBSTAT = 'GE'
            OR (DIBSTAT = SPACES AND NOT ORDER-ITEM-OVR-PENDING)
               MOVE 'Y' TO WMF-OVR-VOID-SW
               EXEC DLI
                   TERMINATE
               END-EXEC
               GO TO P04520-EXIT
           END-IF.

           IF DIBSTAT NOT = SPACES
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA057' TO WPIE-PROGRAM-ID
               MOVE 'P04520' TO WPIE-PARAGRAPH
               MOVE 'GHU ' TO WPIE-FUNCTION-CODE
               MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME
               MOVE DIBSTAT TO WPIE-STATUS-CODE
               MOVE 'GHU ORDER ITEM SEGMENT' TO WPIE-COMMAND
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE ZEROES TO WMF-OVR-DELTA.

           IF ACTIONI = 'A'
               COMPUTE WMF-OVR-DELTA =
                   (PRCOVR-NEW-PRICE - ORDER-ITEM-UNIT-PRICE) *
                   ORDER-ITEM-QUANTITY
               MOVE PRCOVR-NEW-PRICE TO ORDER-ITEM-UNIT-PRICE
               MOVE PRCOVR-REASON-CODE TO ORDER-ITEM-OVR-REASON
               MOVE 'A' TO ORDER-ITEM-OVR-STATUS
           ELSE
               IF ORDER-ITEM-UNIT-PRICE = ORDER-ITEM-ORIG-PRICE
                   MOVE SPACES TO ORDER-ITEM-OVR-STATUS
               ELSE
                   MOVE 'A' TO ORDER-ITEM-OVR-STATUS
               END-IF
           END-IF.

           EXEC DLI
               REPL USING
                   PCB(1)
                   SEGMENT(ORDITEM)
                   FROM(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA057' TO WPIE-PROGRAM-ID
               MOVE 'P04520' TO WPIE-PARAGRAPH
               MOVE 'REPL' TO WPIE-FUNCTION-CODE
               MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME
               MOVE DIBSTAT TO WPIE-STATUS-CODE
               MOVE 'REPL ORDER ITEM SEGMENT' TO WPIE-COMMAND
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    REPRICE THE ORDER TOTAL AND BUMP THE UPDATE COUNT          *
      *****************************************************************

           EXEC DLI
               GHU USING
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA057' TO WPIE-PROGRAM-ID
               MOVE 'P04520' TO WPIE-PARAGRAPH
               MOVE 'GHU ' TO WPIE-FUNCTION-CODE
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME
               MOVE DIBSTAT TO WPIE-STATUS-CODE
               MOVE 'GHU ORDER ROOT SEGMENT' TO WPIE-COMMAND
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           ADD WMF-OVR-DELTA TO ORDER-TOTAL-AMOUNT.
           ADD 1 TO ORDER-UPDATE-COUNT.

           EXEC DLI
               REPL USING
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA057' TO WPIE-PROGRAM-ID
               MOVE 'P04520' TO WPIE-PARAGRAPH
               MOVE 'REPL' TO WPIE-FUNCTION-CODE
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME
               MOVE DIBSTAT TO WPIE-STATUS-CODE
               MOVE 'REPL ORDER ROOT SEGMENT' TO WPIE-COMMAND
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           EXEC DLI
               TERMINATE
           END-EXEC.

       P04520-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-MOVE-ORDER-STATUS                       *
      *                                                               *
      *    FUNCTION :  MOVE THE PENDING APPROVAL ORDER ROOT TO THE    *
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
      *    PARAGRAPH:  P06000-LIST-QUEUE                              *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH UP TO TEN PENDING         *
      *                APPROVALS, THEN QUEUED LINE PRICE OVERRIDES    *
      *                                                               *
      *    CALLED BY:  P01000-FIRST-TIME                              *
      *                P03000-EDIT-PROCESS                            *
                   NOHANDLE
           END-EXEC.

      *****************************************************************
      *    QUEUED LINE PRICE OVERRIDES FILL THE REMAINING LINES       *
      *****************************************************************

           IF WMF-LINES-SHOWN > 9
               GO TO P06000-EXIT
           END-IF.

           MOVE 'N' TO WMF-BROWSE-END-SW.
           MOVE PC-USERID-NUMBER TO PRCOVR-PREFIX.
           MOVE 1 TO PRCOVR-NUMBER.

           EXEC CICS
               STARTBR
                   FILE('PDAPOVR')
                   RIDFLD(PRCOVR-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P06000-EXIT
           END-IF.

           PERFORM P06200-NEXT-OVERRIDE THRU P06200-EXIT
               UNTIL QUEUE-BROWSE-END
                  OR WMF-LINES-SHOWN > 9.

           EXEC CICS
               ENDBR
                   FILE('PDAPOVR')
                   NOHANDLE
           END-EXEC.

       P06000-EXIT.
           EXIT.
           EJECT
       P06100-EXIT.
           EXIT.
           EJECT

       P06200-NEXT-OVERRIDE.

           EXEC CICS
               READNEXT
                   FILE('PDAPOVR')
                   INTO(PRICE-OVERRIDE-RECORD)
                   RIDFLD(PRCOVR-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR PRCOVR-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P06200-EXIT
           END-IF.

           IF NOT PRCOVR-PENDING
               GO TO P06200-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE PRCOVR-NUMBER TO WMF-OL-NUMBER.
           MOVE PRCOVR-ITEM-NUMBER TO WMF-OL-ITEM.
           MOVE PRCOVR-LIST-PRICE TO WMF-OL-LIST-PRICE.
           MOVE PRCOVR-NEW-PRICE TO WMF-OL-NEW-PRICE.
           MOVE PRCOVR-PCT-OFF TO WMF-OL-PCT-OFF.
           MOVE PRCOVR-REASON-CODE TO WMF-OL-REASON.
           MOVE PRCOVR-USERID TO WMF-OL-USERID.
           MOVE WMF-OVR-LIST-LINE TO SCRN-QUEUE-LINE(WMF-LINES-SHOWN).

       P06200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79000-DISPLAY-SCREEN                          *

           MOVE 'PDA057' TO PC-PREV-PGRMID.

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
