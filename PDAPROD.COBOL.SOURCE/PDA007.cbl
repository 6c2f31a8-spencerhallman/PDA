      *             THE DESIRED SUPPLIER.  A PENDING ORDER LINE ITEM  *
      *             IS ADDED TO THE PENDING ORDER FILE FOR EACH ITEM  *
      *             SELECTED.                                         *
      *             UP TO THREE "CUSTOMERS ALSO ORDERED" ITEMS (THE   *
      *             ITEM_AFFINITY TABLE BUILT WEEKLY BY PDAB123) ARE  *
      *             SHOWN BELOW THE LIST WHEN IN STOCK AND ALLOWED BY *
      *             THE CUSTOMER'S AUTHORIZED LIST; AN ORDER QUANTITY *
      *             ADDS ONE TO THE PENDING ORDER.                    *
      *                                                               *
      * FILES   :   ITEM               -  DB2        (READ-ONLY)      *
      *             ITEM_SUPPLIER      -  DB2        (READ-ONLY)      *
      *             SUPPLIER           -  DB2        (READ-ONLY)      *
      *             ITEM_AFFINITY      -  DB2        (READ-ONLY)      *
      *             PENDING_ORDER_FILE -  VSAM KSDS  (UPDATE)         *
      *             BACKORDER_FILE     -  VSAM KSDS  (UPDATE)         *
      *             ITEM_COST_FILE     -  VSAM KSDS  (READ-ONLY)      *
      *             BELOW_COST_FILE    -  VSAM KSDS  (UPDATE)         *
      *             SUGGESTION_LOG     -  VSAM KSDS  (UPDATE)         *
      *                                                               *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *  09/02/26   R. MCALLEN            AUTHORIZED ITEM LISTS       *
      *                                   ENFORCED AT THE ADD-TO-     *
      *                                   ORDER STEP (PDA059)         *
      *  10/15/26   R. MCALLEN            DROP-SHIP ITEMS (ITEM       *
      *                                   DROP_SHIP_SW) SKIP THE      *
      *                                   STOCK CHECK AND WAREHOUSE   *
      *                                   ALLOCATION                  *
      *  10/15/26   R. MCALLEN            A KIT WITH FINISHED STOCK   *
      *                                   (PDAB104 WORK ORDERS) SHIPS *
      *                                   AS ONE LINE; STOCK CHECKS   *
      *                                   AND WAREHOUSE ALLOCATION    *
      *                                   NET OUT QUANTITY_RESERVED   *
      *  10/15/26   R. MCALLEN            A LINE PRICED UNDER THE     *
      *                                   ITEM / SUPPLIER AVERAGE     *
      *                                   COST NEEDS A SUPERVISOR     *
      *                                   OVERRIDE REASON; OVERRIDES  *
      *                                   JOURNALED (PDAB110)         *
      *  10/15/26   R. MCALLEN            PRICE OVERRIDE FIELDS       *
      *                                   CLEARED ON NEW PENDING      *
      *                                   LINES                       *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  10/15/26   R. MCALLEN            SUGGESTED ITEMS             *
      *                                   (ITEM_AFFINITY, PDAB123)    *
      *                                   SHOWN IN STOCK AND ON THE   *
      *                                   AUTHORIZED LIST; A          *
      *                                   QUANTITY ADDS ONE TO THE    *
      *                                   ORDER.  SHOWN AND TAKEN     *
      *                                   LOGGED FOR PDAB124          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *                                                               *
               88  BKOR-ZERO-RECORD-FOUND        VALUE 'Y'.
           05  WS-STOCK-SHORT-SW       PIC X     VALUE 'N'.
               88  STOCK-INSUFFICIENT            VALUE 'Y'.
           05  WS-DROP-SHIP-SW         PIC X     VALUE 'N'.
               88  DROP-SHIP-ITEM                VALUE 'Y'.
           05  WS-AUTH-LIST-SW         PIC X     VALUE 'N'.
               88  ITEM-OFF-LIST-BLOCKED         VALUE 'B'.
               88  ITEM-OFF-LIST-FLAGGED         VALUE 'F'.
               88  KIT-LINES-ADDED               VALUE 'Y'.
           05  WS-END-OF-KIT-SW        PIC X     VALUE 'N'.
               88  END-OF-KIT                    VALUE 'Y'.
           05  WS-BELOW-COST-SW        PIC X     VALUE 'N'.
               88  BELOW-COST-LINE               VALUE 'Y'.
           05  WS-COST-REFUSED-SW      PIC X     VALUE 'N'.
               88  BELOW-COST-REFUSED            VALUE 'Y'.
           05  WS-COST-OVERRIDE-SW     PIC X     VALUE 'N'.
               88  BELOW-COST-OVERRIDDEN         VALUE 'Y'.
           05  WS-SUGG-SELECTION-SW    PIC X     VALUE 'N'.
               88  SUGGESTION-MADE               VALUE 'Y'.
           05  WS-END-OF-SUGG-SW       PIC X     VALUE 'N'.
               88  END-OF-SUGGESTIONS            VALUE 'Y'.
           05  WS-SUGG-REFUSED-SW      PIC X     VALUE 'N'.
               88  SUGGESTION-REFUSED            VALUE 'Y'.
           05  WS-SUGG-DISC-SW         PIC X     VALUE 'N'.
               88  SUGGESTION-DISCONTINUED       VALUE 'Y'.
           05  EIBAID-SW               PIC X     VALUE ' '.
               88  CLEAR-PKEY                    VALUE '_'.
               88  ENTER-PKEY                    VALUE ''''.
           05  WMF-DATE-CCYYMMDD       PIC X(08) VALUE SPACES.
           05  WMF-TIME-HHMMSS         PIC X(08) VALUE SPACES.
           05  WMF-LOST-SALE-DATE      PIC X(08) VALUE SPACES.
           05  WMF-BELOW-COST-DATE     PIC X(08) VALUE SPACES.
           05  WMF-NET-PRICE           PIC S9(8)V9(2) COMP-3 VALUE +0.
           05  WMF-MESSAGE-AREA        PIC X(79) VALUE SPACES.
           05  WMF-SELECTION-COUNT     PIC S9(4) VALUE +0       COMP.
           05  WMF-SEL-SUB             PIC S9(4) VALUE +0       COMP.
           05  FILLER                  REDEFINES WS-QUANTITIES.
               07  WS-QTY              OCCURS 5 TIMES
                                       PIC 9(9).
           05  WMF-SUGG-SUB            PIC S9(4) VALUE +0       COMP.
           05  WMF-SUGG-SEL-SUB        PIC S9(4) VALUE +0       COMP.
           05  WMF-SUGG-QTY-LEN        PIC S9(4) VALUE +0       COMP.
           05  WMF-SUGG-LAST-ITEM      PIC X(32) VALUE SPACES.
           05  WMF-SUGG-ATTR           PIC X     VALUE SPACES.
           05  WMF-SUGG-EVENT          PIC X     VALUE SPACES.
           05  WMF-SUGG-SAVE-ITEM      PIC X(32) VALUE SPACES.
           05  WMF-SUGG-SAVE-SUPPLIER  PIC X(32) VALUE SPACES.
           05  WMF-SUGG-SAVE-QTY       PIC 9(9)  VALUE ZEROES.
           05  WMF-SUGG-SAVE-SCRN      PIC X(9)  VALUE SPACES.
           05  WMF-SUGG-SAVE-REFUSED   PIC X     VALUE SPACES.
           05  WMF-SUGG-SAVE-KIT-SHORT PIC X     VALUE SPACES.
           05  WMF-SUGG-LINE.
               07  WMF-SL-DESCRIPTION  PIC X(45) VALUE SPACES.
               07  FILLER              PIC X(2)  VALUE SPACES.
               07  WMF-SL-PRICE        PIC ZZ,ZZZ,ZZ9.99.
           05  WMF-SUGG-QUANTITIES.
               07  WMF-SUGG-QTY-IN     OCCURS 3 TIMES
                                       PIC X(9).
               07  WMF-SUGG-QTY        OCCURS 3 TIMES
                                       PIC 9(9).
           05  WS-PDA007-WORKAREA.
               07  WPW-FIRST-SUPPLIER  PIC X(32) VALUE SPACES.
               07  WPW-LAST-SUPPLIER   PIC X(32) VALUE SPACES.
                                       PIC X(32).
           07  WPW-MIN-ORDER-QTY   OCCURS 5 TIMES
                                       PIC S9(9)  COMP.
               07  WPW-SUGGESTION      OCCURS 3 TIMES.
                   09  WPW-SUGG-ITEM   PIC X(32).
                   09  WPW-SUGG-SUPPLIER
                                       PIC X(32).
                   09  WPW-SUGG-MIN-QTY
                                       PIC S9(9)  COMP.
                   09  WPW-SUGG-RANK   PIC S9(4)  COMP.

      *****************************************************************
      *  THIS AREA CONTAINS THE DATA FROM THE FUNCTION CURRENT-DATE   *
           EJECT
           COPY VAUTHITM.
           EJECT
           COPY VSUGGLOG.
           EJECT
      *****************************************************************
      *    PDAS04 EFFECTIVE PRICE RESOLUTION PARAMETERS               *
      *****************************************************************

           COPY PDAS04CY.
           EJECT
      *****************************************************************
      *    PDAS05 QUANTITY-BREAK DISCOUNT PARAMETERS                  *
      *****************************************************************

           COPY PDAS05CY.
           EJECT
      *****************************************************************
      *    ITEM / SUPPLIER AVERAGE COST AND BELOW-COST OVERRIDE       *
      *    JOURNAL                                                    *
      *****************************************************************

           COPY VITEMCST.
           EJECT
           COPY VBLWCOST.
           EJECT
           COPY VCUSTOMR.
           EJECT
       01  WS-WAREHOUSE-FIELDS.
               ORDER BY S.SUB_RANK
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMAFF
           END-EXEC.
           EJECT
      *****************************************************************
      *    "CUSTOMERS ALSO ORDERED" CURSOR -- THE SELECTED ITEM'S     *
      *    RELATED ITEMS BY RANK, EACH WITH ITS SUPPLIERS HOLDING     *
      *    STOCK TO SELL, CHEAPEST FIRST.  DISCONTINUED ITEMS ARE     *
      *    LEFT OUT                                                   *
      *****************************************************************

           EXEC SQL DECLARE SUGGEST CURSOR FOR
               SELECT   A.AFFINITY_RANK,
                        A.RELATED_ITEM_NUMBER,
                        I.NAME,
                        S.SUPPLIER_ID,
                        S.UNIT_PRICE,
                        S.MIN_ORDER_QTY
               FROM     ITEM_AFFINITY A,
                        ITEM I,
                        ITEM_SUPPLIER S
               WHERE    A.PREFIX          = :WMF-ITEM-PREFIX
                 AND    A.ITEM_NUMBER     = :WMF-ITEM-NUMBER
                 AND    I.PREFIX          = A.PREFIX
                 AND    I.NUMBER          = A.RELATED_ITEM_NUMBER
                 AND    NOT (I.DISCONTINUED_SW    = 'Y'
                         AND I.DISCONTINUED_DATE <= :WMF-DATE-CCYYMMDD)
                 AND    S.ITEM_PREFIX     = A.PREFIX
                 AND    S.ITEM_NUMBER     = A.RELATED_ITEM_NUMBER
                 AND    S.SUPPLIER_PREFIX = A.PREFIX
                 AND    S.QUANTITY_ON_HAND - S.QUANTITY_RESERVED > 0
               ORDER BY A.AFFINITY_RANK,
                        S.UNIT_PRICE,
                        S.SUPPLIER_ID
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITEM
           END-EXEC.
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
                   TRANSID('PD07')

           PERFORM P05200-SCROLL-FORWARD THRU P05200-EXIT.

      *****************************************************************
      *    OFFER THE ITEMS MOST OFTEN ORDERED WITH THIS ONE           *
      *****************************************************************

           PERFORM P05300-LOAD-SUGGESTIONS THRU P05300-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

           MOVE 'PDA007' TO PC-PREV-PGRMID.
               VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-SUB-MAX.

           PERFORM P03115-INSPECT-SUGGESTIONS THRU P03115-EXIT
               VARYING WMF-SUGG-SUB FROM 1 BY 1
                   UNTIL WMF-SUGG-SUB > 3.

      *****************************************************************
      *    EDIT THE OPERATOR PROGRAM FUNCTION KEY SELECTION (PFKEY)   *
      *****************************************************************
                   GO TO P03100-EXIT
           END-IF.

      *****************************************************************
      *    A SUGGESTED ITEM IS ORDERED ON ITS OWN -- NOT TOGETHER     *
      *    WITH QUANTITIES FOR THE SELECTED ITEM'S SUPPLIERS          *
      *****************************************************************

           IF SUGGESTION-MADE
               IF SELECTION-MADE
                   MOVE -1 TO QTY-LEN(WMF-SEL-SUB)
                   MOVE PM351-SUGGESTION-VS-SUPPLIER TO PDAMSGO
                   GO TO P03100-EXIT
               END-IF
               PERFORM P03190-ORDER-SUGGESTIONS THRU P03190-EXIT
               IF ERROR-FOUND
                   GO TO P03100-EXIT
               END-IF
               GO TO P03100-SET-MESSAGE
           END-IF.

           IF NO-SELECTION-MADE
               MOVE -1 TO QTY1L
               MOVE PM017-ENTER-QUANTITY TO PDAMSGO
               GO TO P03100-EXIT
           END-IF.

      *****************************************************************
      *    A DROP-SHIP ITEM SHIPS FROM THE SUPPLIER -- IT TAKES NO    *
      *    STOCK CHECK AND NO WAREHOUSE ALLOCATION                    *
      *****************************************************************

           PERFORM P03128-CHECK-DROP-SHIP THRU P03128-EXIT.


           PERFORM P03150-PROCESS-SELECTION THRU P03150-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-SUB-MAX.


       P03100-SET-MESSAGE.

           IF BELOW-COST-REFUSED
               MOVE PM310-BELOW-COST-LINE TO PDAMSGO
           ELSE
           IF KIT-COMPONENT-SHORT
               MOVE PM172-KIT-COMPONENT-SHORT TO PDAMSGO
           ELSE
           ELSE
           IF BACKORDER-CREATED
               MOVE PM074-ITEM-BACKORDERED TO PDAMSGO
           ELSE
           IF BELOW-COST-OVERRIDDEN
               MOVE PM312-BELOW-COST-OVERRIDE TO PDAMSGO
           ELSE
               MOVE PM018-ADDED-TO-ORDER TO PDAMSGO
           END-IF.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03115-INSPECT-SUGGESTIONS                     *
      *                                                               *
      *    FUNCTION :  ROUTINE TO INSPECT THE 3 SUGGESTED ITEM        *
      *                QUANTITY FIELDS                                *
      *                                                               *
      *    CALLED BY:  P03100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P03115-INSPECT-SUGGESTIONS.

           EVALUATE WMF-SUGG-SUB
               WHEN 1
                   MOVE ALSQ1I TO WMF-SUGG-QTY-IN(1)
               WHEN 2
                   MOVE ALSQ2I TO WMF-SUGG-QTY-IN(2)
               WHEN OTHER
                   MOVE ALSQ3I TO WMF-SUGG-QTY-IN(3)
           END-EVALUATE.

           MOVE ZEROES TO WMF-SUGG-QTY(WMF-SUGG-SUB).

           INSPECT WMF-SUGG-QTY-IN(WMF-SUGG-SUB)
               CONVERTING WMF-SPACES-LOWVALUE-R TO '__'.

           IF WPW-SUGG-ITEM(WMF-SUGG-SUB) > SPACES
              AND WMF-SUGG-QTY-IN(WMF-SUGG-SUB) NOT = '_________'
               MOVE 'Y' TO WS-SUGG-SELECTION-SW
               IF WMF-SUGG-SEL-SUB = +0
                   MOVE WMF-SUGG-SUB TO WMF-SUGG-SEL-SUB
               END-IF
           END-IF.

       P03115-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03120-EDIT-PFKEY                              *
      *                                                               *
      *    FUNCTION :  ROUTINE TO VALIDATE PROGRAM FUNCTION KEY USAGE *
               END-IF
           END-IF.

           IF SUGGESTION-MADE
               IF NOT ENTER-PKEY
                   MOVE WMF-SUGG-SEL-SUB TO WMF-SUGG-SUB
                   PERFORM P03197-SUGG-CURSOR THRU P03197-EXIT
                   MOVE PM045-QTY-VS-PFKEY-CONFLICT TO WMF-MESSAGE-AREA
                   PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
                   GO TO P03120-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    PF03 FROM THIS SCREEN RETURNS USER TO BROWSE CAT SCREEN    *
      *****************************************************************
               WS-QTY(WS-SUB1) * KIT-COMP-QUANTITY-PER-KIT.

           EXEC SQL
               SELECT  QUANTITY_ON_HAND - QUANTITY_RESERVED
               INTO    :ITEM-SUPPLIER-QUANTITY-ON-HAND
               FROM    ITEM_SUPPLIER
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX

           MOVE SPACES TO PENDING-ORDER-RECORD.
           MOVE ZEROES TO PENDING-ORDER-UPDATE-COUNT.
           MOVE ZEROES TO PENDING-ORDER-OVR-PRICE.
           MOVE ZEROES TO PENDING-ORDER-OVR-NUMBER.
           MOVE PC-USERID-NUMBER TO PENDING-ORDER-PREFIX
                                    PENDING-ORDER-ITEM-PREFIX
                                    PENDING-ORDER-SUPPLIER-PREFIX.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03128-CHECK-DROP-SHIP                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO NOTE WHETHER THE SELECTED ITEM IS   *
      *                SHIPPED DIRECT BY THE SUPPLIER (ITEM TABLE     *
      *                DROP_SHIP_SW)                                  *
      *                                                               *
      *    CALLED BY:  P03100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P03128-CHECK-DROP-SHIP.

           MOVE 'N' TO WS-DROP-SHIP-SW.
           MOVE PC-USERID-NUMBER TO ITEM-PREFIX.
           MOVE PC-SELECTED-ITEM TO ITEM-NUMBER.

           EXEC SQL
               SELECT  DROP_SHIP_SW
               INTO    :ITEM-DROP-SHIP-SW
               FROM    ITEM
               WHERE   PREFIX = :ITEM-PREFIX
                 AND   NUMBER = :ITEM-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   GO TO P03128-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA007' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM DROP SHIP' TO WPDE-FUNCTION
                   MOVE 'P03128' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF ITEM-DROP-SHIP-SW = 'Y'
               MOVE 'Y' TO WS-DROP-SHIP-SW
           END-IF.

       P03128-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03140-READ-ZERO-RECORD                        *
      *                                                               *
      *    FUNCTION :  ROUTINE TO READ THE ZERO RECORD FROM THE       *
      *****************************************************************
      *    A KIT ITEM (ON THE KIT_COMPONENT BILL OF MATERIAL)         *
      *    EXPLODES INTO ONE PENDING LINE PER COMPONENT, PRICED PER   *
      *    THE KIT -- THE LINE ADD BELOW IS FOR ORDINARY ITEMS.       *
      *    A KIT WITH ENOUGH FINISHED STOCK UNDER THE SUPPLIER        *
      *    (BUILT AHEAD ON A PDAB104 WORK ORDER) SHIPS AS ONE LINE    *
      *    LIKE AN ORDINARY ITEM INSTEAD                              *
      *****************************************************************

           PERFORM P03123-CHECK-KIT THRU P03123-EXIT.

           IF KIT-ITEM
               PERFORM P03152-CHECK-STOCK THRU P03152-EXIT
               IF STOCK-INSUFFICIENT
                   PERFORM P03124-EXPLODE-KIT THRU P03124-EXIT
                   MOVE '_________' TO SCRN-QUANTITY(WS-SUB1)
                   GO TO P03150-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    A LINE WHOSE NET PRICE (CONTRACT PRICE LESS ANY QUANTITY   *
      *    BREAK DISCOUNT) IS UNDER THE ITEM / SUPPLIER AVERAGE COST  *
      *    IS ONLY ADDED WHEN A SUPERVISOR KEYS AN OVERRIDE REASON -- *
      *    THE OVERRIDE IS JOURNALED FOR THE WEEKLY BELOW-COST SALES  *
      *    REPORT (PDAB110).  OTHERWISE THE QUANTITY STAYS ON THE     *
      *    SCREEN AND THE CURSOR GOES TO THE REASON                   *
      *****************************************************************

           PERFORM P03180-CHECK-BELOW-COST THRU P03180-EXIT.

           IF BELOW-COST-LINE
               IF PC-USER-IS-ADMIN
                  AND OVRRSNI > SPACES
                   PERFORM P03181-LOG-BELOW-COST THRU P03181-EXIT
                   MOVE 'Y' TO WS-COST-OVERRIDE-SW
               ELSE
                   MOVE 'Y' TO WS-COST-REFUSED-SW
                   MOVE -1 TO OVRRSNL
                   MOVE DFHDFHI TO QTY-ATTR(WS-SUB1)
                   GO TO P03150-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    BACKORDER TO THE PENDING ORDER FILE WHEN STOCK RETURNS.    *
      *****************************************************************

           IF DROP-SHIP-ITEM
               MOVE 'N' TO WS-STOCK-SHORT-SW
           ELSE
               PERFORM P03152-CHECK-STOCK THRU P03152-EXIT
           END-IF.

           IF STOCK-INSUFFICIENT
               PERFORM P03159-LOG-LOST-SALE THRU P03159-EXIT
           MOVE SPACES TO PENDING-ORDER-RECORD.
           MOVE ZEROES TO PENDING-ORDER-UPDATE-COUNT.
           MOVE ZEROES TO PENDING-ORDER-KIT-PRICE.
           MOVE ZEROES TO PENDING-ORDER-OVR-PRICE.
           MOVE ZEROES TO PENDING-ORDER-OVR-NUMBER.
           MOVE PC-USERID-NUMBER TO PENDING-ORDER-PREFIX
                                    PENDING-ORDER-ITEM-PREFIX
                                    PENDING-ORDER-SUPPLIER-PREFIX.
      *    FROM THE BEST-STOCKED WAREHOUSE                            *
      *****************************************************************

           IF DROP-SHIP-ITEM
               MOVE SPACES TO WWF-ALLOCATED-WHSE
           ELSE
               PERFORM P03154-ALLOCATE-WAREHOUSE THRU P03154-EXIT
           END-IF.

           MOVE WWF-ALLOCATED-WHSE TO PENDING-ORDER-WAREHOUSE-ID.
           MOVE '_________' TO SCRN-QUANTITY(WS-SUB1).
           MOVE PC-USERID-NUMBER TO WMF-ITEM-PREFIX.

           EXEC SQL
               SELECT  QUANTITY_ON_HAND - QUANTITY_RESERVED
               INTO    :ITEM-SUPPLIER-QUANTITY-ON-HAND
               FROM    ITEM_SUPPLIER
               WHERE   ITEM_PREFIX     = :WMF-ITEM-PREFIX
                 AND   W.ITEM_NUMBER      = :ISW-ITEM-NUMBER
                 AND   W.SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX
                 AND   W.SUPPLIER_ID      = :ISW-SUPPLIER-ID
                 AND   W.QUANTITY_ON_HAND - W.QUANTITY_RESERVED
                           >= :ISW-QUANTITY-ON-HAND
                 AND   H.PREFIX           = :ISW-ITEM-PREFIX
                 AND   H.WAREHOUSE_ID     = W.WAREHOUSE_ID
                 AND   H.STATE            = :WHSE-STATE
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID
                 AND   QUANTITY_ON_HAND - QUANTITY_RESERVED
                           >= :ISW-QUANTITY-ON-HAND
           END-EXEC.

           EVALUATE TRUE
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03180-CHECK-BELOW-COST                        *
      *                                                               *
      *    FUNCTION :  RESOLVE THE LINE NET PRICE THE WAY THE SUBMIT  *
      *                WILL (CUSTOMER CONTRACT / EFFECTIVE PRICE,     *
      *                THEN THE QUANTITY-BREAK DISCOUNT) AND FLAG     *
      *                THE LINE WHEN IT IS UNDER THE ITEM / SUPPLIER  *
      *                AVERAGE COST.  AN ITEM WITH NO COST ON FILE    *
      *                (NEVER RECEIVED) IS NOT FLAGGED                *
      *                                                               *
      *    CALLED BY:  P03150-PROCESS-SELECTION                       *
      *                                                               *
      *****************************************************************

       P03180-CHECK-BELOW-COST.

           MOVE 'N' TO WS-BELOW-COST-SW.
           MOVE WPW-SUPPLIER(WS-SUB1) TO WMF-SUPPLIER-ID.
           MOVE PC-USERID-NUMBER TO WMF-ITEM-PREFIX.

           EXEC SQL
               SELECT  SUPPLIER_ID,
                       UNIT_PRICE
               INTO    :ITEM-SUPPLIER-SUPPLIER-ID,
                       :ITEM-SUPPLIER-UNIT-PRICE
               FROM    ITEM_SUPPLIER
               WHERE   ITEM_PREFIX     = :WMF-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :PC-SELECTED-ITEM
                 AND   SUPPLIER_PREFIX = :WMF-ITEM-PREFIX
                 AND   SUPPLIER_ID     = :WMF-SUPPLIER-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   GO TO P03180-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA007' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT UNIT_PRICE' TO WPDE-FUNCTION
                   MOVE 'P03180' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           PERFORM P05240-RESOLVE-PRICE THRU P05240-EXIT.

           MOVE SPACES TO PDAS05-PARMS.
           MOVE WMF-ITEM-PREFIX TO PDAS05-ITEM-PREFIX
                                   PDAS05-SUPPLIER-PREFIX.
           MOVE PC-SELECTED-ITEM TO PDAS05-ITEM-NUMBER.
           MOVE WMF-SUPPLIER-ID TO PDAS05-SUPPLIER-ID.
           MOVE WS-QTY(WS-SUB1) TO PDAS05-QUANTITY.
           MOVE PDAS04-UNIT-PRICE TO PDAS05-BASE-PRICE.

           CALL 'PDAS05' USING PDAS05-PARMS.

           IF PDAS05-DISCOUNT-APPLIED
               MOVE PDAS05-DISC-PRICE TO WMF-NET-PRICE
           ELSE
               MOVE PDAS04-UNIT-PRICE TO WMF-NET-PRICE
           END-IF.

           MOVE PC-USERID-NUMBER TO ITEM-COST-PREFIX.
           MOVE PC-SELECTED-ITEM TO ITEM-COST-ITEM-NUMBER.
           MOVE WMF-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID.

           EXEC CICS
               READ
                   FILE('PDAICST')
                   INTO(ITEM-COST-RECORD)
                   RIDFLD(ITEM-COST-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P03180-EXIT
           END-IF.

           IF ITEM-COST-AVG-UNIT-COST > +0
              AND WMF-NET-PRICE < ITEM-COST-AVG-UNIT-COST
               MOVE 'Y' TO WS-BELOW-COST-SW
           END-IF.

       P03180-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03181-LOG-BELOW-COST                          *
      *                                                               *
      *    FUNCTION :  JOURNAL THE SUPERVISOR OVERRIDE OF A BELOW-    *
      *                COST LINE ON THE BELOW-COST FILE.  THE ORDER   *
      *                IS NOT NUMBERED YET, SO ORDER NUMBER AND       *
      *                ORDER MARGIN ARE ZERO.  A DUPLICATE KEY BUMPS  *
      *                THE SEQUENCE AND RETRIES                       *
      *                                                               *
      *    CALLED BY:  P03150-PROCESS-SELECTION                       *
      *                                                               *
      *****************************************************************

       P03181-LOG-BELOW-COST.

           EXEC CICS
               FORMATTIME
                   ABSTIME(WMF-ABSTIME)
                   YYYYMMDD(WMF-BELOW-COST-DATE)
                   NOHANDLE
               END-EXEC.

           MOVE SPACES TO BELOW-COST-RECORD.
           MOVE WMF-BELOW-COST-DATE TO BELOW-COST-DATE.
           MOVE WMF-TIME-HHMMSS TO BELOW-COST-TIME.
           MOVE ZEROES TO BELOW-COST-SEQ.
           MOVE 'PDA007' TO BELOW-COST-SOURCE.
           MOVE PC-USERID-ID TO BELOW-COST-USERID.
           MOVE PC-USERID-NUMBER TO BELOW-COST-PREFIX.
           MOVE PC-CUSTOMER-ID TO BELOW-COST-CUSTOMER-ID.
           MOVE PC-SELECTED-ITEM TO BELOW-COST-ITEM-NUMBER.
           MOVE WMF-SUPPLIER-ID TO BELOW-COST-SUPPLIER-ID.
           MOVE ZEROES TO BELOW-COST-ORDER-NUMBER.
           MOVE WS-QTY(WS-SUB1) TO BELOW-COST-QUANTITY.
           MOVE WMF-NET-PRICE TO BELOW-COST-NET-PRICE.
           MOVE ITEM-COST-AVG-UNIT-COST TO BELOW-COST-AVG-COST.
           MOVE ZEROES TO BELOW-COST-ORDER-MARGIN.
           MOVE OVRRSNI TO BELOW-COST-REASON.

           PERFORM P03181-WRITE-COST-REC THRU P03181-WRITE-EXIT
               WITH TEST AFTER
               UNTIL WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
                  OR BELOW-COST-SEQ > 998.

       P03181-EXIT.
           EXIT.

       P03181-WRITE-COST-REC.

           EXEC CICS
               WRITE
                   FILE('PDABCST')
                   FROM(BELOW-COST-RECORD)
                   RIDFLD(BELOW-COST-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               ADD 1 TO BELOW-COST-SEQ
           END-IF.

       P03181-WRITE-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03190-ORDER-SUGGESTIONS                       *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT THE SUGGESTED ITEM QUANTITIES  *
      *                AND ADD EACH SUGGESTION ORDERED TO THE PENDING *
      *                ORDER                                          *
      *                                                               *
      *    CALLED BY:  P03100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P03190-ORDER-SUGGESTIONS.

           PERFORM P03191-EDIT-SUGG-QUANTITY THRU P03191-EXIT
               VARYING WMF-SUGG-SUB FROM 1 BY 1
                   UNTIL WMF-SUGG-SUB > 3.

           IF ERROR-FOUND
               IF MIN-QTY-VIOLATION
                   MOVE PM060-BELOW-MIN-ORDER-QTY TO PDAMSGO
               ELSE
                   MOVE PM016-QUANTITY-INVALID TO PDAMSGO
               END-IF
               GO TO P03190-EXIT
           END-IF.

           PERFORM P03192-ORDER-SUGGESTION THRU P03192-EXIT
               VARYING WMF-SUGG-SUB FROM 1 BY 1
                   UNTIL WMF-SUGG-SUB > 3.

           IF SUGGESTION-DISCONTINUED
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE PM173-ITEM-DISCONTINUED TO PDAMSGO
           END-IF.

       P03190-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03191-EDIT-SUGG-QUANTITY                      *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT ONE SUGGESTED ITEM QUANTITY -- *
      *                NUMERIC, NOT ZERO, NOT UNDER THE SUPPLIER'S    *
      *                MINIMUM ORDER QUANTITY                         *
      *                                                               *
      *    CALLED BY:  P03190-ORDER-SUGGESTIONS                       *
      *                                                               *
      *****************************************************************

       P03191-EDIT-SUGG-QUANTITY.

           MOVE ZEROES TO WMF-SUGG-QTY(WMF-SUGG-SUB).

           IF WPW-SUGG-ITEM(WMF-SUGG-SUB) NOT > SPACES
              OR WMF-SUGG-QTY-IN(WMF-SUGG-SUB) = '_________'
               GO TO P03191-EXIT
           END-IF.

           INSPECT WMF-SUGG-QTY-IN(WMF-SUGG-SUB)
               REPLACING ALL '_' BY ' '.
           INSPECT WMF-SUGG-QTY-IN(WMF-SUGG-SUB)
               REPLACING LEADING ' ' BY '0'.

           MOVE +0 TO WMF-SUGG-QTY-LEN.
           INSPECT WMF-SUGG-QTY-IN(WMF-SUGG-SUB)
               TALLYING WMF-SUGG-QTY-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '.

           IF WMF-SUGG-QTY-IN(WMF-SUGG-SUB)(1:WMF-SUGG-QTY-LEN)
                                                       NOT NUMERIC
               GO TO P03191-ERROR
           END-IF.

           IF WMF-SUGG-QTY-LEN < 9
               IF WMF-SUGG-QTY-IN(WMF-SUGG-SUB)(WMF-SUGG-QTY-LEN + 1:)
                                                       NOT = SPACES
                   GO TO P03191-ERROR
               END-IF
           END-IF.

           MOVE WMF-SUGG-QTY-IN(WMF-SUGG-SUB)(1:WMF-SUGG-QTY-LEN)
                                     TO WMF-SUGG-QTY(WMF-SUGG-SUB).

           IF WMF-SUGG-QTY(WMF-SUGG-SUB) = ZEROES
               GO TO P03191-ERROR
           END-IF.

           IF WPW-SUGG-MIN-QTY(WMF-SUGG-SUB) > +0 AND
              WMF-SUGG-QTY(WMF-SUGG-SUB) <
                                    WPW-SUGG-MIN-QTY(WMF-SUGG-SUB)
               MOVE 'Y' TO WS-MIN-QTY-ERROR-SW
               GO TO P03191-ERROR
           END-IF.

           MOVE WMF-SUGG-QTY(WMF-SUGG-SUB)
                                     TO WMF-SUGG-QTY-IN(WMF-SUGG-SUB).

           GO TO P03191-EXIT.


       P03191-ERROR.

           MOVE 'Y' TO WS-ERROR-FOUND-SW.
           MOVE ZEROES TO WMF-SUGG-QTY(WMF-SUGG-SUB).

           PERFORM P03197-SUGG-CURSOR THRU P03197-EXIT.

       P03191-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03192-ORDER-SUGGESTION                        *
      *                                                               *
      *    FUNCTION :  ROUTINE TO ADD ONE SUGGESTED ITEM TO THE       *
      *                PENDING ORDER.  THE SUGGESTION STANDS IN FOR   *
      *                THE SELECTED ITEM ON SUPPLIER LINE 1 WHILE THE *
      *                ORDINARY ADD-TO-ORDER STEPS RUN (DISCONTINUED, *
      *                DROP SHIP, AUTHORIZED LIST, KIT, BELOW COST,   *
      *                STOCK / BACKORDER, WAREHOUSE), THEN THE SCREEN *
      *                IS PUT BACK.  A SUGGESTION TAKEN IS LOGGED     *
      *                                                               *
      *    CALLED BY:  P03190-ORDER-SUGGESTIONS                       *
      *                                                               *
      *****************************************************************

       P03192-ORDER-SUGGESTION.

           IF WMF-SUGG-QTY(WMF-SUGG-SUB) = ZEROES
               GO TO P03192-EXIT
           END-IF.

           MOVE PC-SELECTED-ITEM TO WMF-SUGG-SAVE-ITEM.
           MOVE WPW-SUPPLIER(1) TO WMF-SUGG-SAVE-SUPPLIER.
           MOVE WS-QTY(1) TO WMF-SUGG-SAVE-QTY.
           MOVE SCRN-QUANTITY(1) TO WMF-SUGG-SAVE-SCRN.
           MOVE WS-COST-REFUSED-SW TO WMF-SUGG-SAVE-REFUSED.
           MOVE WS-KIT-SHORT-SW TO WMF-SUGG-SAVE-KIT-SHORT.

           MOVE WPW-SUGG-ITEM(WMF-SUGG-SUB) TO PC-SELECTED-ITEM.
           MOVE WPW-SUGG-SUPPLIER(WMF-SUGG-SUB) TO WPW-SUPPLIER(1).
           MOVE WMF-SUGG-QTY(WMF-SUGG-SUB) TO WS-QTY(1).
           MOVE 'N' TO WS-COST-REFUSED-SW
                       WS-KIT-SHORT-SW
                       WS-SUGG-REFUSED-SW.

           MOVE 'N' TO WS-ERROR-FOUND-SW.

           PERFORM P03129-CHECK-DISCONTINUED THRU P03129-EXIT.

           IF ERROR-FOUND
               MOVE 'N' TO WS-ERROR-FOUND-SW
               MOVE 'Y' TO WS-SUGG-REFUSED-SW
                           WS-SUGG-DISC-SW
               GO TO P03192-RESTORE
           END-IF.

           PERFORM P03128-CHECK-DROP-SHIP THRU P03128-EXIT.

           MOVE 1 TO WS-SUB1.

           PERFORM P03150-PROCESS-SELECTION THRU P03150-EXIT.

           IF ITEM-OFF-LIST-BLOCKED
              OR BELOW-COST-REFUSED
              OR KIT-COMPONENT-SHORT
               MOVE 'Y' TO WS-SUGG-REFUSED-SW
           END-IF.


       P03192-RESTORE.

           MOVE WMF-SUGG-SAVE-ITEM TO PC-SELECTED-ITEM.
           MOVE WMF-SUGG-SAVE-SUPPLIER TO WPW-SUPPLIER(1).
           MOVE WMF-SUGG-SAVE-QTY TO WS-QTY(1).
           MOVE WMF-SUGG-SAVE-SCRN TO SCRN-QUANTITY(1).

           IF WMF-SUGG-SAVE-REFUSED = 'Y'
               MOVE 'Y' TO WS-COST-REFUSED-SW
           END-IF.

           IF WMF-SUGG-SAVE-KIT-SHORT = 'Y'
               MOVE 'Y' TO WS-KIT-SHORT-SW
           END-IF.

           IF SUGGESTION-REFUSED
               PERFORM P03197-SUGG-CURSOR THRU P03197-EXIT
               GO TO P03192-EXIT
           END-IF.

           MOVE 'T' TO WMF-SUGG-EVENT.

           PERFORM P03195-LOG-SUGGESTION THRU P03195-EXIT.

           MOVE '_________' TO WMF-SUGG-QTY-IN(WMF-SUGG-SUB).

       P03192-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03195-LOG-SUGGESTION                          *
      *                                                               *
      *    FUNCTION :  RECORD A SUGGESTION SHOWN (EVENT S) OR TAKEN   *
      *                (EVENT T) ON THE SUGGESTION LOG FOR THE        *
      *                MONTHLY TAKE-RATE REPORT (PDAB124).  A         *
      *                DUPLICATE KEY BUMPS THE SEQUENCE AND RETRIES.  *
      *                A LOGGING FAILURE NEVER STOPS THE SCREEN       *
      *                                                               *
      *    CALLED BY:  P03192-ORDER-SUGGESTION                        *
      *                P05310-FETCH-SUGGESTION                        *
      *                                                               *
      *****************************************************************

       P03195-LOG-SUGGESTION.

           MOVE SPACES TO SUGG-LOG-RECORD.
           MOVE WMF-DATE-CCYYMMDD TO SUGG-LOG-DATE.
           MOVE WMF-TIME-HHMMSS TO SUGG-LOG-TIME.
           MOVE ZEROES TO SUGG-LOG-SEQ.
           MOVE WMF-SUGG-EVENT TO SUGG-LOG-EVENT.
           MOVE PC-USERID-NUMBER TO SUGG-LOG-PREFIX.
           MOVE PC-SELECTED-ITEM TO SUGG-LOG-ITEM-NUMBER.
           MOVE WPW-SUGG-ITEM(WMF-SUGG-SUB) TO SUGG-LOG-RELATED-ITEM.
           MOVE WPW-SUGG-RANK(WMF-SUGG-SUB) TO SUGG-LOG-RANK.
           MOVE PC-CUSTOMER-ID TO SUGG-LOG-CUSTOMER-ID.
           MOVE PC-USERID-ID TO SUGG-LOG-USERID.
           MOVE WMF-SUGG-QTY(WMF-SUGG-SUB) TO SUGG-LOG-QUANTITY.

           PERFORM P03195-WRITE-SUGG-REC THRU P03195-WRITE-EXIT
               WITH TEST AFTER
               UNTIL WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
                  OR SUGG-LOG-SEQ > 998.

       P03195-EXIT.
           EXIT.

       P03195-WRITE-SUGG-REC.

           EXEC CICS
               WRITE
                   FILE('PDASUGG')
                   FROM(SUGG-LOG-RECORD)
                   RIDFLD(SUGG-LOG-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               ADD 1 TO SUGG-LOG-SEQ
           END-IF.

       P03195-WRITE-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03197-SUGG-CURSOR                             *
      *                                                               *
      *    FUNCTION :  ROUTINE TO PLACE THE CURSOR ON A SUGGESTED     *
      *                ITEM QUANTITY FIELD                            *
      *                                                               *
      *    CALLED BY:  P03120-EDIT-PFKEY                              *
      *                P03191-EDIT-SUGG-QUANTITY                      *
      *                P03192-ORDER-SUGGESTION                        *
      *                                                               *
      *****************************************************************

       P03197-SUGG-CURSOR.

           EVALUATE WMF-SUGG-SUB
               WHEN 1
                   MOVE -1 TO ALSQ1L
               WHEN 2
                   MOVE -1 TO ALSQ2L
               WHEN OTHER
                   MOVE -1 TO ALSQ3L
           END-EVALUATE.

       P03197-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03160-UPDATE-ZERO-RECORD                      *
      *                                                               *
      *    FUNCTION :  ROUTINE TO UPDATE THE ZERO RECORD ON THE       *
           MOVE SPACES TO PENDING-ORDER-RECORD.
           MOVE ZEROES TO PENDING-ORDER-UPDATE-COUNT.
           MOVE ZEROES TO PENDING-ORDER-KIT-PRICE.
           MOVE ZEROES TO PENDING-ORDER-OVR-PRICE.
           MOVE ZEROES TO PENDING-ORDER-OVR-NUMBER.
           MOVE PC-USERID-NUMBER TO PENDING-ORDER-PREFIX.
           MOVE 0 TO PENDING-ORDER-SEQUENCE.
           MOVE ZEROES       TO PENDING-ORDER-QUANTITY.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05300-LOAD-SUGGESTIONS                        *
      *                                                               *
      *    FUNCTION :  ROUTINE TO PICK UP TO 3 "CUSTOMERS ALSO        *
      *                ORDERED" ITEMS FOR THE SELECTED ITEM FROM      *
      *                ITEM_AFFINITY -- BEST RANK FIRST, IN STOCK,    *
      *                ON THE CUSTOMER'S AUTHORIZED LIST WHEN THERE   *
      *                IS ONE -- EACH FROM ITS CHEAPEST SUPPLIER WITH *
      *                STOCK.  EACH SUGGESTION SHOWN IS LOGGED        *
      *                                                               *
      *    CALLED BY:  P01000-FIRST-TIME                              *
      *                                                               *
      *****************************************************************

       P05300-LOAD-SUGGESTIONS.

           MOVE SPACES TO WPW-SUGG-ITEM(1)
                          WPW-SUGG-ITEM(2)
                          WPW-SUGG-ITEM(3)
                          WPW-SUGG-SUPPLIER(1)
                          WPW-SUGG-SUPPLIER(2)
                          WPW-SUGG-SUPPLIER(3)
                          WMF-SUGG-LAST-ITEM.
           MOVE ZEROES TO WPW-SUGG-MIN-QTY(1)
                          WPW-SUGG-MIN-QTY(2)
                          WPW-SUGG-MIN-QTY(3)
                          WPW-SUGG-RANK(1)
                          WPW-SUGG-RANK(2)
                          WPW-SUGG-RANK(3)
                          WMF-SUGG-SUB.
           MOVE 'N' TO WS-END-OF-SUGG-SW.

           MOVE PC-USERID-NUMBER TO WMF-ITEM-PREFIX.
           MOVE PC-SELECTED-ITEM TO WMF-ITEM-NUMBER.

           EXEC SQL
               OPEN SUGGEST
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA007' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'OPEN SUGGEST CURSOR' TO WPDE-FUNCTION
               MOVE 'P05300' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P05310-FETCH-SUGGESTION THRU P05310-EXIT
               UNTIL END-OF-SUGGESTIONS
                  OR WMF-SUGG-SUB NOT < 3.

           EXEC SQL
               CLOSE SUGGEST
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA007' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'CLOSE SUGGEST CURSOR' TO WPDE-FUNCTION
               MOVE 'P05300' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05310-FETCH-SUGGESTION                        *
      *                                                               *
      *    FUNCTION :  ROUTINE TO FETCH THE NEXT RELATED ITEM /       *
      *                SUPPLIER ROW.  THE FIRST ROW OF A RELATED ITEM *
      *                IS ITS CHEAPEST SUPPLIER WITH STOCK; A RELATED *
      *                ITEM ALLOWED FOR THE CUSTOMER IS FORMATTED     *
      *                INTO THE NEXT SUGGESTION LINE                  *
      *                                                               *
      *    CALLED BY:  P05300-LOAD-SUGGESTIONS                        *
      *                                                               *
      *****************************************************************

       P05310-FETCH-SUGGESTION.

           EXEC SQL
               FETCH  SUGGEST
               INTO   :ITEM-AFF-RANK,
                      :ITEM-AFF-RELATED-ITEM-NUMBER,
                      :ITEM-NAME,
                      :ITEM-SUPPLIER-SUPPLIER-ID,
                      :ITEM-SUPPLIER-UNIT-PRICE,
                      :ITEM-SUPPLIER-MIN-ORDER-QTY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'Y' TO WS-END-OF-SUGG-SW
                   GO TO P05310-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA007' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'FETCH SUGGEST CURSOR' TO WPDE-FUNCTION
                   MOVE 'P05310' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF ITEM-AFF-RELATED-ITEM-NUMBER = WMF-SUGG-LAST-ITEM
               GO TO P05310-EXIT
           END-IF.

           MOVE ITEM-AFF-RELATED-ITEM-NUMBER TO WMF-SUGG-LAST-ITEM.

      *****************************************************************
      *    AN ITEM OFF THE CUSTOMER'S AUTHORIZED LIST IS NEVER        *
      *    SUGGESTED, WHETHER THE LIST IS ENFORCED HARD OR SOFT       *
      *****************************************************************

           MOVE PC-SELECTED-ITEM TO WMF-SUGG-SAVE-ITEM.
           MOVE ITEM-AFF-RELATED-ITEM-NUMBER TO PC-SELECTED-ITEM.

           PERFORM P03127-CHECK-AUTH-LIST THRU P03127-EXIT.

           MOVE WMF-SUGG-SAVE-ITEM TO PC-SELECTED-ITEM.

           IF ITEM-OFF-LIST-BLOCKED OR ITEM-OFF-LIST-FLAGGED
               MOVE 'N' TO WS-AUTH-LIST-SW
               GO TO P05310-EXIT
           END-IF.

      *****************************************************************
      *    SHOW THE PRICE THE CUSTOMER WOULD PAY (PDAS04)             *
      *****************************************************************

           MOVE SPACES TO PDAS04-PARMS.
           MOVE PC-USERID-NUMBER TO PDAS04-ITEM-PREFIX
                                    PDAS04-SUPPLIER-PREFIX.
           MOVE ITEM-AFF-RELATED-ITEM-NUMBER TO PDAS04-ITEM-NUMBER.
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO PDAS04-SUPPLIER-ID.
           MOVE ZEROES TO PDAS04-PRICE-DATE.
           MOVE ZEROES TO PDAS04-UNIT-PRICE.

           MOVE PC-CUSTOMER-ID TO PDAS04-CUSTOMER-ID.
           CALL 'PDAS04' USING PDAS04-PARMS.

           IF PDAS04-PRICE-NOT-FOUND
               MOVE ITEM-SUPPLIER-UNIT-PRICE TO PDAS04-UNIT-PRICE
           END-IF.

           ADD 1 TO WMF-SUGG-SUB.

           MOVE ITEM-AFF-RELATED-ITEM-NUMBER
                                     TO WPW-SUGG-ITEM(WMF-SUGG-SUB).
           MOVE ITEM-SUPPLIER-SUPPLIER-ID
                                     TO WPW-SUGG-SUPPLIER(WMF-SUGG-SUB).
           MOVE ITEM-SUPPLIER-MIN-ORDER-QTY
                                     TO WPW-SUGG-MIN-QTY(WMF-SUGG-SUB).
           MOVE ITEM-AFF-RANK TO WPW-SUGG-RANK(WMF-SUGG-SUB).

           MOVE SPACES TO WMF-SL-DESCRIPTION.
           STRING ITEM-AFF-RELATED-ITEM-NUMBER DELIMITED BY '  '
                  '  '                         DELIMITED BY SIZE
                  ITEM-NAME                    DELIMITED BY '  '
               INTO WMF-SL-DESCRIPTION.
           MOVE PDAS04-UNIT-PRICE TO WMF-SL-PRICE.

           EVALUATE WMF-SUGG-SUB
               WHEN 1
                   MOVE WMF-SUGG-LINE TO ALSIT1O
               WHEN 2
                   MOVE WMF-SUGG-LINE TO ALSIT2O
               WHEN OTHER
                   MOVE WMF-SUGG-LINE TO ALSIT3O
           END-EVALUATE.

           MOVE 'S' TO WMF-SUGG-EVENT.
           MOVE ZEROES TO WMF-SUGG-QTY(WMF-SUGG-SUB).

           PERFORM P03195-LOG-SUGGESTION THRU P03195-EXIT.

       P05310-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06200-SCROLL-BACKWARD                         *
      *                                                               *
      *    FUNCTION :  PERFORMS FETCH AND FORMATS ITEM LINES          *
               VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-SUB-MAX.

           PERFORM P79200-SET-SUGG-FIELDS THRU P79200-EXIT
               VARYING WMF-SUGG-SUB FROM 1 BY 1
                   UNTIL WMF-SUGG-SUB > 3.

      *****************************************************************
      *    SEND FULL MAP IF 1ST TIME, OTHERWISE SEND DATAONLY         *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79200-SET-SUGG-FIELDS                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO SET THE SUGGESTED ITEM QUANTITY     *
      *                FIELDS -- ENTERABLE AND UNDERSCORED FOR A      *
      *                SUGGESTION SHOWN, OTHERWISE PROTECTED          *
      *                                                               *
      *    CALLED BY:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *****************************************************************

       P79200-SET-SUGG-FIELDS.

           IF WPW-SUGG-ITEM(WMF-SUGG-SUB) > SPACES
               MOVE DFHBMFSE TO WMF-SUGG-ATTR
               INSPECT WMF-SUGG-QTY-IN(WMF-SUGG-SUB)
                   CONVERTING WMF-SPACES-LOWVALUE-R TO '__'
           ELSE
               MOVE DFHBMASF TO WMF-SUGG-ATTR
               MOVE SPACES TO WMF-SUGG-QTY-IN(WMF-SUGG-SUB)
           END-IF.

           EVALUATE WMF-SUGG-SUB
               WHEN 1
                   MOVE WMF-SUGG-ATTR TO ALSQ1A
                   MOVE WMF-SUGG-QTY-IN(1) TO ALSQ1O
               WHEN 2
                   MOVE WMF-SUGG-ATTR TO ALSQ2A
                   MOVE WMF-SUGG-QTY-IN(2) TO ALSQ2O
               WHEN OTHER
                   MOVE WMF-SUGG-ATTR TO ALSQ3A
                   MOVE WMF-SUGG-QTY-IN(3) TO ALSQ3O
           END-EVALUATE.

       P79200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P80000-SEND-FULL-MAP                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE INITIAL MAIN MENU       *

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
