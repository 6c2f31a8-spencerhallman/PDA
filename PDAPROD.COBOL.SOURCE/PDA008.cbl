      * FILES   :   ITEM               -  DB2        (READ-ONLY)      *
      *             ITEM_SUPPLIER      -  DB2        (READ-ONLY)      *
      *             PENDING_ORDER_FILE -  VSAM KSDS  (UPDATE)         *
      *             PRICE_OVERRIDE_REASON - DB2      (READ-ONLY)      *
      *             PRICE OVERRIDE JOURNAL - VSAM KSDS (UPDATE)       *
      *                                                               *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *                                   (PM164)                     *
      *  09/02/26   R. MCALLEN            AUTOMATIC SIGN-OFF AFTER    *
      *                                   INACTIVITY (PDAIDLE)        *
      *  10/15/26   R. MCALLEN            ACTION P -- MANUAL UNIT     *
      *                                   PRICE OVERRIDE WITH A       *
      *                                   REASON CODE; OVER THE ROLE  *
      *                                   LIMIT GOES TO THE PDA057    *
      *                                   QUEUE (VPRCOVR JOURNAL)     *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *                                                               *
           05  WMF-PURCHASE-TYPE       OCCURS 3 TIMES
                                       PIC 9(3).
           05  WMF-EXT-PRICE           PIC S9(11)V99 VALUE +0.
      *****************************************************************
      *    MANUAL PRICE OVERRIDE (ACTION P) -- THE NEW UNIT PRICE IS  *
      *    KEYED AS NINE DIGITS WITH TWO IMPLIED DECIMAL PLACES.  THE *
      *    PERCENT OFF LIST ALLOWED WITHOUT SUPERVISOR APPROVAL COMES *
      *    FROM THE VPRCOVR CONTROL RECORD BY USER ROLE, DEFAULTING   *
      *    TO THE SHOP LIMITS BELOW                                   *
      *****************************************************************
           05  WMF-OVR-PRICE-X         PIC X(09) VALUE SPACES.
           05  WMF-OVR-PRICE REDEFINES WMF-OVR-PRICE-X
                                       PIC 9(7)V99.
           05  WMF-OVR-REASON          PIC X(03) VALUE SPACES.
           05  WMF-OVR-COUNT           PIC S9(4) VALUE +0       COMP.
           05  WMF-OVR-LIST-PRICE      PIC S9(8)V99 VALUE +0.
           05  WMF-OVR-PCT-OFF         PIC S9(3)V99 VALUE +0.
           05  WMF-OVR-LIMIT-PCT       PIC 9(3)V99 VALUE ZEROES.
           05  WMF-OVR-NUMBER          PIC 9(10) VALUE ZEROES.
           05  WMF-OVR-MESSAGE         PIC X(79) VALUE SPACES.
           05  WMF-OVR-UPDATE-LIMIT    PIC 9(3)V99 VALUE 5.00.
           05  WMF-OVR-ADMIN-LIMIT     PIC 9(3)V99 VALUE 15.00.
           05  WMF-TOTAL-COST          PIC S9(11)V99 VALUE +0.
           05  WS-PDA008-WORKAREA.
               07  WPW-FIRST-SUPPLIER  PIC X(32) VALUE SPACES.

           COPY VPENDORD.
           EJECT
           COPY VPRCOVR.
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************
              INCLUDE DPURTYP
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DOVRRSN
           END-EXEC.
           EJECT
      *****************************************************************
      *    MESSAGES   (ERROR AND INFORMATIONAL)                       *
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

           EXEC CICS
               RETURN
                   TRANSID('PD08')
                   UNTIL WS-SUB1 > WS-SUB-MAX.

           MOVE PM043-UPDATE-COMPLETE TO PDAMSGO.

           IF WMF-OVR-MESSAGE > SPACES
               MOVE WMF-OVR-MESSAGE TO PDAMSGO
               MOVE SPACES TO NEWPRCO
                              RSNCDO
           END-IF.

           MOVE PENDING-ORDER-PREFIX TO PDASP1-PREFIX.

           IF PC-ACTIVE-SCENARIO(8) = 'Y'
                   GO TO P03130-EXIT
           END-IF.

           IF SCRN-ACTION(WS-SUB1) = 'P'
               PERFORM P03132-EDIT-PRICE-OVERRIDE THRU P03132-EXIT
               GO TO P03130-EXIT
           END-IF.

           IF SCRN-ACTION(WS-SUB1) NOT = 'C'
               MOVE -1 TO ACT-LEN(WS-SUB1)
               MOVE DFHDFHI TO ACT-ATTR(WS-SUB1)
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03132-EDIT-PRICE-OVERRIDE                     *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT A MANUAL UNIT PRICE OVERRIDE   *
      *                (ACTION P).  ONE LINE AT A TIME, BY A USER     *
      *                WHOSE ROLE PERMITS UPDATES, WITH A NEW PRICE   *
      *                AND A REASON CODE FROM THE MAINTAINED          *
      *                PRICE_OVERRIDE_REASON TABLE.                   *
      *                                                               *
      *    CALLED BY:  P03130-EDIT-SELECTIONS                         *
      *                                                               *
      *****************************************************************

       P03132-EDIT-PRICE-OVERRIDE.

           ADD +1 TO WMF-OVR-COUNT.

           IF WMF-OVR-COUNT > +1
               MOVE -1 TO ACT-LEN(WS-SUB1)
               MOVE DFHDFHI TO ACT-ATTR(WS-SUB1)
               MOVE PM320-ONE-OVERRIDE-ONLY TO WMF-MESSAGE-AREA
               PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
               GO TO P03132-EXIT
           END-IF.

           IF NOT PC-USER-MAY-UPDATE
               MOVE -1 TO ACT-LEN(WS-SUB1)
               MOVE DFHDFHI TO ACT-ATTR(WS-SUB1)
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO WMF-MESSAGE-AREA
               PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
               GO TO P03132-EXIT
           END-IF.

           MOVE NEWPRCI TO WMF-OVR-PRICE-X.
           INSPECT WMF-OVR-PRICE-X REPLACING ALL '_' BY ' '.
           INSPECT WMF-OVR-PRICE-X REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-OVR-PRICE-X REPLACING LEADING ' ' BY '0'.

           IF WMF-OVR-PRICE-X NOT NUMERIC
              OR WMF-OVR-PRICE = ZEROES
               MOVE -1 TO NEWPRCL
               MOVE DFHDFHI TO NEWPRCA
               MOVE PM315-OVERRIDE-INVALID TO WMF-MESSAGE-AREA
               PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
               GO TO P03132-EXIT
           END-IF.

           MOVE RSNCDI TO WMF-OVR-REASON.
           INSPECT WMF-OVR-REASON REPLACING ALL '_' BY ' '.
           INSPECT WMF-OVR-REASON REPLACING ALL LOW-VALUES BY ' '.

           MOVE PC-USERID-NUMBER TO OVR-REASON-PREFIX.
           MOVE WMF-OVR-REASON TO OVR-REASON-CODE.

           EXEC SQL
               SELECT  DESCRIPTION
               INTO    :OVR-REASON-DESCRIPTION
               FROM    PRICE_OVERRIDE_REASON
               WHERE   PREFIX       = :OVR-REASON-PREFIX AND
                       CODE         = :OVR-REASON-CODE
           END-EXEC.

           IF SQLCODE = +100
               MOVE -1 TO RSNCDL
               MOVE DFHDFHI TO RSNCDA
               MOVE PM315-OVERRIDE-INVALID TO WMF-MESSAGE-AREA
               PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
               GO TO P03132-EXIT
           END-IF.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA008' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT PRICE_OVERRIDE_REASON' TO WPDE-FUNCTION
               MOVE 'P03132' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P03132-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03140-PROCESS-SELECTION                       *
      *                                                               *
      *    FUNCTION :  ROUTINE TO PROCESS ITEM SELECTIONS             *
       P03140-PROCESS-SELECTION.

           IF SCRN-ACTION(WS-SUB1) NOT = 'C' AND
               SCRN-ACTION(WS-SUB1) NOT = 'D' AND
               SCRN-ACTION(WS-SUB1) NOT = 'P'
                   GO TO P03140-EXIT
           END-IF.


           PERFORM P03141-READ-PENDING-ORDER THRU P03141-EXIT.

           IF (SCRN-ACTION(WS-SUB1) = 'C' OR
               SCRN-ACTION(WS-SUB1) = 'P')
              AND WPW-ROW-UPD-COUNT(WS-SUB1) NUMERIC
              AND PENDING-ORDER-UPDATE-COUNT NOT =
                  WPW-ROW-UPD-COUNT(WS-SUB1)
               GO TO P03140-EXIT
           END-IF.

           IF SCRN-ACTION(WS-SUB1) = 'P'
               PERFORM P03150-APPLY-PRICE-OVERRIDE THRU P03150-EXIT
               MOVE '_' TO SCRN-ACTION(WS-SUB1)
               GO TO P03140-EXIT
           END-IF.

           IF SCRN-ACTION(WS-SUB1) = 'C'
               IF PENDING-ORDER-UPDATE-COUNT NUMERIC
                   ADD 1 TO PENDING-ORDER-UPDATE-COUNT
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03150-APPLY-PRICE-OVERRIDE                    *
      *                                                               *
      *    FUNCTION :  ROUTINE TO APPLY A MANUAL UNIT PRICE OVERRIDE  *
      *                TO THE PENDING LINE HELD FOR UPDATE.  THE      *
      *                PERCENT OFF LIST IS MEASURED AGAINST THE       *
      *                LINE'S NORMAL PRICE; WITHIN THE USER'S ROLE    *
      *                LIMIT THE OVERRIDE IS APPLIED, OVER IT THE     *
      *                OVERRIDE WAITS ON THE SUPERVISOR QUEUE         *
      *                (PDA057).  EITHER WAY IT IS JOURNALED.         *
      *                                                               *
      *    CALLED BY:  P03140-PROCESS-SELECTION                       *
      *                                                               *
      *****************************************************************

       P03150-APPLY-PRICE-OVERRIDE.

      *****************************************************************
      *    AN OVERRIDE ALREADY AWAITING A DECISION MUST BE DECIDED    *
      *    FIRST                                                      *
      *****************************************************************

           IF PENDING-OVR-PENDING
               EXEC CICS
                   UNLOCK
                       FILE('PDAPEND')
               END-EXEC
               MOVE -1 TO ACT-LEN(WS-SUB1)
               MOVE PM319-LINE-NOT-OVERRIDABLE TO WMF-MESSAGE-AREA
               PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
               GO TO P03150-EXIT
           END-IF.

      *****************************************************************
      *    THE LIST PRICE IS THE KIT PRICE ON A KIT COMPONENT LINE,   *
      *    OTHERWISE THE SUPPLIER'S UNIT PRICE AS DISPLAYED           *
      *****************************************************************

           IF PENDING-ORDER-KIT-PRICE NUMERIC
              AND PENDING-ORDER-KIT-PRICE > ZEROES
               MOVE PENDING-ORDER-KIT-PRICE TO WMF-OVR-LIST-PRICE
           ELSE
               MOVE PENDING-ORDER-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX
               MOVE PENDING-ORDER-ITEM-NUMBER
                                       TO ITEM-SUPPLIER-ITEM-NUMBER
               MOVE PENDING-ORDER-SUPPLIER-ID
                                       TO ITEM-SUPPLIER-SUPPLIER-ID
               EXEC SQL
                   SELECT  UNIT_PRICE
                   INTO    :ITEM-SUPPLIER-UNIT-PRICE
                   FROM    ITEM_SUPPLIER
                   WHERE   ITEM_PREFIX = :ITEM-SUPPLIER-ITEM-PREFIX AND
                           ITEM_NUMBER = :ITEM-SUPPLIER-ITEM-NUMBER AND
                           SUPPLIER_ID = :ITEM-SUPPLIER-SUPPLIER-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA008' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM-SUPPLIER' TO WPDE-FUNCTION
                   MOVE 'P03150' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
               END-IF
               MOVE ITEM-SUPPLIER-UNIT-PRICE TO WMF-OVR-LIST-PRICE
           END-IF.

           IF WMF-OVR-PRICE < WMF-OVR-LIST-PRICE
               COMPUTE WMF-OVR-PCT-OFF ROUNDED =
                   (WMF-OVR-LIST-PRICE - WMF-OVR-PRICE) * 100 /
                   WMF-OVR-LIST-PRICE
           ELSE
               MOVE ZEROES TO WMF-OVR-PCT-OFF
           END-IF.

           PERFORM P03151-NEXT-OVERRIDE-NUMBER THRU P03151-EXIT.

      *****************************************************************
      *    UPDATE THE PENDING LINE -- APPLIED WITHIN THE LIMIT,       *
      *    OTHERWISE PARKED FOR THE SUPERVISOR AT THE NORMAL PRICE    *
      *****************************************************************

           MOVE WMF-OVR-PRICE TO PENDING-ORDER-OVR-PRICE.
           MOVE WMF-OVR-REASON TO PENDING-ORDER-OVR-REASON.
           MOVE WMF-OVR-NUMBER TO PENDING-ORDER-OVR-NUMBER.

           IF WMF-OVR-PCT-OFF > WMF-OVR-LIMIT-PCT
               MOVE 'P' TO PENDING-ORDER-OVR-STATUS
               MOVE PM314-OVERRIDE-QUEUED TO WMF-OVR-MESSAGE
           ELSE
               MOVE 'A' TO PENDING-ORDER-OVR-STATUS
               MOVE PM313-OVERRIDE-APPLIED TO WMF-OVR-MESSAGE
               MOVE WMF-OVR-PRICE TO SCRN-PRICE(WS-SUB1)
                                     SCRN-HID-PRICE(WS-SUB1)
               COMPUTE WMF-EXT-PRICE = PENDING-ORDER-QUANTITY *
                                       WMF-OVR-PRICE
               MOVE WMF-EXT-PRICE TO SCRN-EXT-PRICE(WS-SUB1)
           END-IF.

           IF PENDING-ORDER-UPDATE-COUNT NUMERIC
               ADD 1 TO PENDING-ORDER-UPDATE-COUNT
           ELSE
               MOVE 1 TO PENDING-ORDER-UPDATE-COUNT
           END-IF.
           MOVE PENDING-ORDER-UPDATE-COUNT
               TO WPW-ROW-UPD-COUNT(WS-SUB1).

           PERFORM P03142-REWRITE-PENDING-ORDER THRU P03142-EXIT.

           PERFORM P03152-WRITE-OVERRIDE THRU P03152-EXIT.

       P03150-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03151-NEXT-OVERRIDE-NUMBER                    *
      *                                                               *
      *    FUNCTION :  ROUTINE TO ASSIGN THE NEXT OVERRIDE NUMBER     *
      *                FROM THE VPRCOVR CONTROL RECORD (CREATED ON    *
      *                FIRST USE) AND PICK UP THE ROLE LIMIT          *
      *                                                               *
      *    CALLED BY:  P03150-APPLY-PRICE-OVERRIDE                    *
      *                                                               *
      *****************************************************************

       P03151-NEXT-OVERRIDE-NUMBER.

           MOVE PC-USERID-NUMBER TO PRCOVR-PREFIX.
           MOVE ZEROES TO PRCOVR-NUMBER.

           EXEC CICS
               READ
                   FILE('PDAPOVR')
                   INTO(PRICE-OVERRIDE-RECORD)
                   RIDFLD(PRCOVR-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACES TO PRICE-OVERRIDE-RECORD
               MOVE PC-USERID-NUMBER TO PRCOVR-PREFIX
               MOVE ZEROES TO PRCOVR-NUMBER
               MOVE ZEROES TO PRCOVR-LAST-NUMBER
               MOVE ZEROES TO PRCOVR-UPDATE-LIMIT-PCT
               MOVE ZEROES TO PRCOVR-ADMIN-LIMIT-PCT
               EXEC CICS
                   WRITE
                       FILE('PDAPOVR')
                       FROM(PRICE-OVERRIDE-RECORD)
                       RIDFLD(PRCOVR-KEY)
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
               EXEC CICS
                   READ
                       FILE('PDAPOVR')
                       INTO(PRICE-OVERRIDE-RECORD)
                       RIDFLD(PRCOVR-KEY)
                       UPDATE
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA008' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
               MOVE 'P03151' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           IF PRCOVR-LAST-NUMBER NOT NUMERIC
               MOVE ZEROES TO PRCOVR-LAST-NUMBER
           END-IF.

           ADD 1 TO PRCOVR-LAST-NUMBER.
           MOVE PRCOVR-LAST-NUMBER TO WMF-OVR-NUMBER.

           IF PC-USER-IS-ADMIN
               MOVE WMF-OVR-ADMIN-LIMIT TO WMF-OVR-LIMIT-PCT
               IF PRCOVR-ADMIN-LIMIT-PCT NUMERIC
                  AND PRCOVR-ADMIN-LIMIT-PCT > ZEROES
                   MOVE PRCOVR-ADMIN-LIMIT-PCT TO WMF-OVR-LIMIT-PCT
               END-IF
           ELSE
               MOVE WMF-OVR-UPDATE-LIMIT TO WMF-OVR-LIMIT-PCT
               IF PRCOVR-UPDATE-LIMIT-PCT NUMERIC
                  AND PRCOVR-UPDATE-LIMIT-PCT > ZEROES
                   MOVE PRCOVR-UPDATE-LIMIT-PCT TO WMF-OVR-LIMIT-PCT
               END-IF
           END-IF.

           EXEC CICS
               REWRITE
                   FILE('PDAPOVR')
                   FROM(PRICE-OVERRIDE-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA008' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P03151' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P03151-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03152-WRITE-OVERRIDE                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO JOURNAL THE OVERRIDE ON VPRCOVR.    *
      *                THE ORDER NUMBER AND LINE SEQUENCE ARE FILLED  *
      *                IN WHEN THE ORDER IS SUBMITTED (PDA009).       *
      *                                                               *
      *    CALLED BY:  P03150-APPLY-PRICE-OVERRIDE                    *
      *                                                               *
      *****************************************************************

       P03152-WRITE-OVERRIDE.

           MOVE SPACES TO PRICE-OVERRIDE-RECORD.
           MOVE PC-USERID-NUMBER TO PRCOVR-PREFIX.
           MOVE WMF-OVR-NUMBER TO PRCOVR-NUMBER.
           MOVE 'P' TO PRCOVR-SOURCE.
           MOVE PENDING-ORDER-SEQUENCE TO PRCOVR-PENDING-SEQ.
           MOVE ZEROES TO PRCOVR-ORDER-NUMBER.
           MOVE ZEROES TO PRCOVR-ITEM-SEQ.
           MOVE PC-CUSTOMER-ID TO PRCOVR-CUSTOMER-ID.
           MOVE PENDING-ORDER-ITEM-NUMBER TO PRCOVR-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-ID TO PRCOVR-SUPPLIER-ID.
           MOVE PENDING-ORDER-QUANTITY TO PRCOVR-QUANTITY.
           MOVE WMF-OVR-LIST-PRICE TO PRCOVR-LIST-PRICE.
           MOVE WMF-OVR-PRICE TO PRCOVR-NEW-PRICE.
           MOVE WMF-OVR-PCT-OFF TO PRCOVR-PCT-OFF.
           MOVE WMF-OVR-REASON TO PRCOVR-REASON-CODE.
           MOVE PC-USERID-ID TO PRCOVR-USERID.
           MOVE PC-USER-ROLE TO PRCOVR-USER-ROLE.
           MOVE WS-CDT-DATE TO PRCOVR-DATE.
           MOVE PENDING-ORDER-OVR-STATUS TO PRCOVR-STATUS.
           MOVE ZEROES TO PRCOVR-DECIDED-DATE.

           EXEC CICS
               WRITE
                   FILE('PDAPOVR')
                   FROM(PRICE-OVERRIDE-RECORD)
                   RIDFLD(PRCOVR-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA008' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE' TO WPCE-COMMAND
               MOVE 'P03152' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P03152-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05200-SCROLL-FORWARD                          *
      *                                                               *
      *    FUNCTION :  PERFORMS STARTBR AND FORMATS ITEM LINES        *
               MOVE 'P05220' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    AN APPLIED PRICE OVERRIDE IS THE PRICE THE LINE WILL BE    *
      *    CHARGED; ONE AWAITING APPROVAL IS FLAGGED ON THE LINE      *
      *****************************************************************

           IF PENDING-OVR-APPLIED
               MOVE PENDING-ORDER-OVR-PRICE TO ITEM-SUPPLIER-UNIT-PRICE
           END-IF.

           MOVE ITEM-SUPPLIER-UNIT-PRICE TO SCRN-PRICE(WS-SUB1)
                                            SCRN-HID-PRICE(WS-SUB1).

           MOVE WMF-EXT-PRICE TO SCRN-EXT-PRICE(WS-SUB1).
           MOVE 'IN STOCK' TO SCRN-STOCK(WS-SUB1).

           IF PENDING-OVR-PENDING
               MOVE 'PRICE QUEUED' TO SCRN-STOCK(WS-SUB1)
           END-IF.

       P05220-EXIT.
           EXIT.
           EJECT
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.


      *****************************************************************
      *    AN APPLIED PRICE OVERRIDE IS THE PRICE THE LINE WILL BE    *
      *    CHARGED; ONE AWAITING APPROVAL IS FLAGGED ON THE LINE      *
      *****************************************************************

           IF PENDING-OVR-APPLIED
               MOVE PENDING-ORDER-OVR-PRICE TO ITEM-SUPPLIER-UNIT-PRICE
           END-IF.

           MOVE ITEM-SUPPLIER-UNIT-PRICE TO SCRN-PRICE(WS-SUB1)
                                            SCRN-HID-PRICE(WS-SUB1).

           MOVE WMF-EXT-PRICE TO SCRN-EXT-PRICE(WS-SUB1).
           MOVE 'IN STOCK' TO SCRN-STOCK(WS-SUB1).

           IF PENDING-OVR-PENDING
               MOVE 'PRICE QUEUED' TO SCRN-STOCK(WS-SUB1)
           END-IF.

       P06220-EXIT.
           EXIT.
           EJECT
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
