      *             SHIPPER                 -  DB2       (READ-ONLY)  *
      *             PENDING_ORDER_FILE      -  VSAM KSDS (UPDATE)     *
      *             CUSTOMER_FILE           -  VSAM KSDS (UPDATE)     *
      *             TAX_CERTIFICATE_FILE    -  VSAM KSDS (READ-ONLY)  *
      *             ITEM_COST_FILE          -  VSAM KSDS (READ-ONLY)  *
      *             BELOW_COST_FILE         -  VSAM KSDS (UPDATE)     *
      *             PRICE_OVERRIDE_FILE     -  VSAM KSDS (UPDATE)     *
      *             ORDER_DATABASE          -  IMS-DLI   (UPDATE)     *
      *                                                               *
      *                                                               *
      *  09/02/26   R. MCALLEN            SUBMITS OVER THE APPROVAL   *
      *                                   THRESHOLD PARK PENDING      *
      *                                   APPROVAL (PDA057 QUEUE)     *
      *  10/15/26   R. MCALLEN            SALES TAX EXEMPTION         *
      *                                   CERTIFICATES ON SUBMIT      *
      *  10/15/26   R. MCALLEN            PROMISE DATE USES THE       *
      *                                   BUYER'S EXPECTED DATE ON    *
      *                                   THE PO LINE WHEN SET        *
      *  10/15/26   R. MCALLEN            PROMISE DATE USES THE       *
      *                                   SUPPLIER'S CONFIRMED SHIP   *
      *                                   DATE; REJECTED PO LINES     *
      *                                   ARE NOT COUNTED AS SUPPLY   *
      *  10/15/26   R. MCALLEN            FREIGHT RATE SHOPPING --    *
      *                                   LOWEST ELIGIBLE CARRIER     *
      *                                   UNLESS OVERRIDDEN, NEXT     *
      *                                   CHEAPEST SHOWN, LOGGED TO   *
      *                                   RATE_SHOP (PDAS12)          *
      *  10/15/26   R. MCALLEN            SHIP-COMPLETE OVERRIDE      *
      *                                   STAMPED ON THE ORDER ROOT   *
      *  10/15/26   R. MCALLEN            A DROP-SHIP LINE RAISES A   *
      *                                   RELEASED PO LINE TO THE     *
      *                                   SUPPLIER WITH THE CUSTOMER  *
      *                                   SHIP-TO (VDROPSHP); ITS     *
      *                                   PROMISE IS THE SUPPLIER     *
      *                                   LEAD FROM THE ORDER DATE    *
      *  10/15/26   R. MCALLEN            LINES NETTING UNDER THE     *
      *                                   ITEM / SUPPLIER AVERAGE     *
      *                                   COST STOP THE SUBMIT UNLESS *
      *                                   A SUPERVISOR KEYS AN        *
      *                                   OVERRIDE REASON; EACH SUCH  *
      *                                   LINE IS JOURNALED (PDAB110) *
      *  10/15/26   R. MCALLEN            AN APPLIED MANUAL PRICE     *
      *                                   OVERRIDE (PDA008) IS THE    *
      *                                   LINE'S UNIT PRICE, THE      *
      *                                   RESOLVED PRICE KEPT AS THE  *
      *                                   ORIGINAL; THE VPRCOVR       *
      *                                   JOURNAL GETS THE ORDER NO.  *
      *  10/15/26   R. MCALLEN            THE PROMOTION REDEEMED AND  *
      *                                   THE BLANKET EACH LINE WAS   *
      *                                   RELEASED AGAINST ARE KEPT   *
      *                                   ON THE ORDER SO A CANCEL    *
      *                                   (PDA010) CAN REVERSE THEM   *
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
           COPY PDAS11CY.
           EJECT
      *****************************************************************
      *    FREIGHT RATE SHOPPING (PDAS12) PARAMETERS                  *
      *****************************************************************

           COPY PDAS12CY.
           EJECT
      *****************************************************************
      *    PDAS01 BUSINESS-DAY CALENDAR PARAMETERS (PROMISE DATES)    *
      *****************************************************************

               10  WS-PPK-NUMBER       PIC 9(9)  VALUE ZEROES.
               10  WS-PPK-LINE         PIC 9(5)  VALUE ZEROES.

      *****************************************************************
      *    DROP-SHIP LINE -- THE PURCHASE ORDER NUMBER RAISED TO THE  *
      *    SUPPLIER FOR THE LINE (ONE LINE PER PURCHASE ORDER)        *
      *****************************************************************

       01  WS-DROP-SHIP-FIELDS.
           05  WS-DS-PO-NUMBER         PIC 9(9)  VALUE ZEROES.

      *****************************************************************
      *    REQUESTED SHIP DATE KEYED ON THE SCREEN.  ZERO MEANS SHIP  *
      *    NOW; A FUTURE DATE PARKS THE SUBMIT IN SCHEDULED STATUS    *
       01  WS-REQ-SHIP-FIELDS.
           05  WMF-REQ-SHIP-DATE       PIC 9(8)  VALUE ZEROES.

      *****************************************************************
      *    SHIP-COMPLETE OVERRIDE KEYED ON THE SCREEN.  Y OR N IS     *
      *    STAMPED ON THE ORDER ROOT; BLANK LEAVES THE CUSTOMER       *
      *    MASTER DEFAULT IN FORCE (PDAB55 / PDAB28)                  *
      *****************************************************************

       01  WS-SHIP-COMPLETE-FIELDS.
           05  WMF-SHIP-COMPLETE-SW    PIC X     VALUE SPACES.

      *****************************************************************
      *    BLANKET ORDER DRAWDOWN FIELDS.  A LINE COVERED BY AN OPEN  *
      *    BLANKET COMMITMENT FOR THE CUSTOMER / ITEM / SUPPLIER IS   *
               10  WS-HZK-PREFIX       PIC X(5)  VALUE SPACES.
               10  WS-HZK-SEQUENCE     PIC 9(5)  VALUE ZEROES.

      *****************************************************************
      *    FREIGHT RATE SHOPPING.  EVERY EDIT RATES THE ORDER WEIGHT  *
      *    AGAINST THE ELIGIBLE CARRIERS (PDAS12); A BLANK SHIPPER    *
      *    TAKES THE LOWEST CHARGE, A KEYED SHIPPER OTHER THAN THE    *
      *    LOWEST IS AN OPERATOR OVERRIDE.  THE NEXT CHEAPEST         *
      *    CARRIERS ARE SHOWN AS ALTERNATIVES, AND EACH ORDER         *
      *    SUBMITTED IS LOGGED TO RATE_SHOP FOR THE WEEKLY FREIGHT    *
      *    SAVINGS REPORT (PDAB96)                                    *
      *****************************************************************

      *****************************************************************
      *    BELOW-COST SALE CHECK.  EVERY PENDING LINE IS PRICED THE   *
      *    WAY THE SUBMIT WILL PRICE IT (KIT, BLANKET, CONTRACT AND   *
      *    QUANTITY-BREAK, LESS THE PROMOTION) AND COMPARED WITH THE  *
      *    ITEM / SUPPLIER AVERAGE COST (VITEMCST).  ANY LINE UNDER   *
      *    COST NEEDS A SUPERVISOR OVERRIDE REASON; THE OVERRIDDEN    *
      *    LINES ARE JOURNALED WITH THE MARGIN OF THE WHOLE SUBMIT    *
      *****************************************************************

       01  WS-BELOW-COST-FIELDS.
           05  WS-COST-BROWSE-END-SW   PIC X     VALUE 'N'.
               88  COST-BROWSE-END               VALUE 'Y'.
           05  WS-COST-OVERRIDE-SW     PIC X     VALUE 'N'.
               88  BELOW-COST-OVERRIDE           VALUE 'Y'.
           05  WS-LINE-BELOW-COST-SW   PIC X     VALUE 'N'.
               88  LINE-BELOW-COST               VALUE 'Y'.
           05  WS-LINE-COSTED-SW       PIC X     VALUE 'N'.
               88  LINE-COSTED                   VALUE 'Y'.
           05  WS-COST-PEND-KEY.
               10  WS-CPK-PREFIX       PIC X(5)  VALUE SPACES.
               10  WS-CPK-SEQUENCE     PIC 9(5)  VALUE ZEROES.
           05  WBC-NET-PRICE           PIC S9(8)V99
                                                 VALUE +0 COMP-3.
           05  WBC-NET-TOTAL           PIC S9(11)V99
                                                 VALUE +0 COMP-3.
           05  WBC-COST-TOTAL          PIC S9(11)V99
                                                 VALUE +0 COMP-3.
           05  WBC-ORDER-MARGIN        PIC S9(5)V99
                                                 VALUE +0 COMP-3.
           05  WBC-LINE-COUNT          PIC S9(4) VALUE +0 COMP.
           05  WBC-PROMO-DATE          PIC 9(8)  VALUE ZEROES.
           05  WBC-JOURNAL-DATE        PIC X(8)  VALUE SPACES.
           05  WBC-REASON              PIC X(30) VALUE SPACES.

       01  WS-RATE-SHOP-FIELDS.
           05  WS-RATE-OVERRIDE-SW     PIC X     VALUE 'N'.
               88  RATE-OVERRIDE                 VALUE 'Y'.
           05  WS-RATE-SUB             PIC S9(4) VALUE +0 COMP.
           05  WS-RATE-ALT-CNT         PIC S9(4) VALUE +0 COMP.
           05  WS-RATE-ALT-MAX         PIC S9(4) VALUE +3 COMP.
           05  WS-RATE-ALT-LINE.
               10  WS-RAL-SHIPPER-NUMBER
                                       PIC Z(9)9.
               10  FILLER              PIC X     VALUE SPACES.
               10  WS-RAL-CARRIER-NAME PIC X(20) VALUE SPACES.
               10  FILLER              PIC X     VALUE SPACES.
               10  WS-RAL-FREIGHT      PIC ZZ,ZZ9.99.

      *****************************************************************
      *    SHIP-TO SELECTION -- THE OPERATOR MAY CHOOSE A NAMED       *
      *    ADDRESS FROM THE CUSTOMER'S ADDRESS BOOK (PDA053); THE     *

           COPY VPENDORD.
           EJECT
           COPY VPRCOVR.
           EJECT
           COPY VPURCHOR.
           EJECT
           COPY VSCHDORD.
           EJECT
           COPY VORDSHIP.
           EJECT
           COPY VDROPSHP.
           EJECT
           COPY VPROMO.
           EJECT
           COPY VARBAL.

           COPY VCUSTPAY.
           EJECT

           COPY VTAXCERT.
           EJECT

           COPY VITEMCST.
           EJECT

           COPY VBLWCOST.
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************
              INCLUDE DITMSUP
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITEM
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DTAXRATE
           END-EXEC.
              INCLUDE DSHIPPER
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DRATESHP
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DORDEVT
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
                   TRANSID('PD09')
      *    PARAGRAPH:  P01300-GET-TAX-RATE                            *
      *                                                               *
      *    FUNCTION :  LOOK UP THE SALES TAX RATE FOR THE CUSTOMER    *
      *                SHIP-TO STATE.  A STATE WITH NO TAX_RATE ROW,  *
      *                OR ONE THE CUSTOMER HOLDS AN UNEXPIRED         *
      *                EXEMPTION CERTIFICATE FOR, IS TAXED AT ZERO    *
      *                                                               *
      *    CALLED BY:  P01000-FIRST-TIME                              *
      *                P03160-SUBMIT-ORDER                            *
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF WS-TAX-RATE-PCT > ZEROES
               PERFORM P01310-CHECK-TAX-CERT THRU P01310-EXIT
           END-IF.

       P01300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P01310-CHECK-TAX-CERT                          *
      *                                                               *
      *    FUNCTION :  READ THE CUSTOMER'S SALES TAX EXEMPTION        *
      *                CERTIFICATE FOR THE SHIP-TO STATE.  AN         *
      *                UNEXPIRED CERTIFICATE TAXES THE ORDER AT ZERO  *
      *                                                               *
      *    CALLED BY:  P01300-GET-TAX-RATE                            *
      *                                                               *
      *****************************************************************

       P01310-CHECK-TAX-CERT.

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
                   IF TAX-CERT-EXPIRATION-DATE NOT < WS-CDT-DATE
                       MOVE ZEROES TO WS-TAX-RATE-PCT
                   END-IF
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA009' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ PDATXCT' TO WPCE-COMMAND
                   MOVE 'P01310' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P01310-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P01400-PROJECT-FREIGHT                         *
      *                                                               *
      *    FUNCTION :  SHOW THE FREIGHT THE ORDER WILL BE CHARGED AT  *
      *                SUBMIT -- THE PENDING LINES ARE WEIGHED        *
      *                (ITEM WEIGHT PER UNIT) BY THE RATE SHOP AND    *
      *                THE KEYED SHIPPER'S RATE SCHEDULE IS RESOLVED  *
      *                THROUGH PDAS11                                 *
      *                                                               *
      *    CALLED BY:  P03120-EDIT-INPUT                              *
      *                                                               *
      *****************************************************************

       P01400-PROJECT-FREIGHT.

           MOVE SPACES TO PDAS11-PARMS.
           MOVE PC-USERID-NUMBER TO PDAS11-PREFIX.
           MOVE WMF-SHIPPER-NUMBER TO PDAS11-SHIPPER-NUMBER.
               GO TO P03100-EXIT
           END-IF.

      *****************************************************************
      *    A LINE NETTING UNDER AVERAGE COST HOLDS BOTH THE CONFIRM   *
      *    AND THE SUBMIT UNTIL A SUPERVISOR KEYS AN OVERRIDE REASON  *
      *****************************************************************

           IF SUBMIT-ORDER-PKEY
               PERFORM P03185-CHECK-BELOW-COST THRU P03185-EXIT
               IF ERROR-FOUND
                   MOVE SPACES TO WS-PDA009-WORKAREA
                   GO TO P03100-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    PF04 FROM THIS SCREEN TO SUBMIT ORDER                      *
      *****************************************************************
                   GO TO P03120-EXIT
           END-EVALUATE.

      *****************************************************************
      *    RATE THE ORDER AGAINST THE ELIGIBLE CARRIERS.  A BLANK     *
      *    SHIPPER TAKES THE LOWEST CHARGE; A KEYED SHIPPER IS THE    *
      *    OPERATOR'S OVERRIDE AND IS EDITED AS BEFORE                *
      *****************************************************************

           PERFORM P03122-RATE-SHOP THRU P03122-EXIT.

           MOVE 'N' TO WS-RATE-OVERRIDE-SW.

           IF WMF-SHIPPER-NUMBER = ZEROES
               IF PDAS12-CARRIERS-RATED
                   MOVE PDAS12-SHIPPER-NUMBER (1) TO WMF-SHIPPER-NUMBER
                   MOVE WMF-SHIPPER-NUMBER TO SHIPO
                   MOVE PDAS12-CARRIER-NAME (1) TO CARRO
                   MOVE PDAS12-FREIGHT-AMOUNT (1) TO FRGHTAMO
               END-IF
           ELSE
               MOVE WMF-SHIPPER-NUMBER TO SHIPPER-NUMBER

               EXEC SQL
                       MOVE SHIPPER-CARRIER-NAME TO CARRO
                       PERFORM P03125-CHECK-HAZMAT THRU P03125-EXIT
                       PERFORM P01400-PROJECT-FREIGHT THRU P01400-EXIT
                       IF PDAS12-CARRIERS-RATED
                          AND WMF-SHIPPER-NUMBER NOT =
                              PDAS12-SHIPPER-NUMBER (1)
                           MOVE 'Y' TO WS-RATE-OVERRIDE-SW
                       END-IF
                   WHEN SQLCODE = +100
                       MOVE -1 TO SHIPL
                       MOVE DFHDFHI TO SHIPA
               END-EVALUATE
           END-IF.

      *****************************************************************
      *    SHOW THE NEXT CHEAPEST CARRIERS AS ALTERNATIVES            *
      *****************************************************************

           MOVE SPACES TO ALTCR1O
                          ALTCR2O
                          ALTCR3O.
           MOVE +0 TO WS-RATE-ALT-CNT.

           PERFORM P03123-SHOW-ALTERNATE THRU P03123-EXIT
               VARYING WS-RATE-SUB FROM +1 BY +1
                   UNTIL WS-RATE-SUB > PDAS12-CARRIER-COUNT
                      OR WS-RATE-ALT-CNT NOT < WS-RATE-ALT-MAX.

           MOVE PONBRI TO WMF-PO-NUMBER-EDIT.

           INSPECT WMF-PO-NUMBER-EDIT
               END-IF
           END-IF.

      *****************************************************************
      *    OPTIONAL SHIP-COMPLETE OVERRIDE -- Y OR N, BLANK TAKES     *
      *    THE CUSTOMER MASTER DEFAULT                                *
      *****************************************************************

           INSPECT SHPCMPI REPLACING ALL '_' BY ' '.

           MOVE SPACES TO WMF-SHIP-COMPLETE-SW.

           IF SHPCMPI NOT = SPACES AND SHPCMPI NOT = LOW-VALUES
               IF SHPCMPI = 'Y' OR SHPCMPI = 'N'
                   MOVE SHPCMPI TO WMF-SHIP-COMPLETE-SW
               ELSE
                   MOVE -1 TO SHPCMPL
                   MOVE DFHDFHI TO SHPCMPA
                   MOVE PM279-SHIP-COMPLETE-INVALID TO WMF-MESSAGE-AREA
                   PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
               END-IF
           END-IF.

       P03120-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03122-RATE-SHOP                               *
      *                                                               *
      *    FUNCTION :  WEIGH THE PENDING LINES, NOTE WHETHER THE      *
      *                ORDER CARRIES HAZMAT, AND RATE THE WEIGHT      *
      *                AGAINST EVERY ELIGIBLE CARRIER (PDAS12)        *
      *                                                               *
      *    CALLED BY:  P03120-EDIT-INPUT                              *
      *                                                               *
      *****************************************************************

       P03122-RATE-SHOP.

           PERFORM P03127-FIND-HAZMAT THRU P03127-EXIT.

           PERFORM P01200-PROJECT-DISCOUNT THRU P01200-EXIT.

           MOVE SPACES TO PDAS12-PARMS.
           MOVE PC-USERID-NUMBER TO PDAS12-PREFIX.
           MOVE WS-PROJECTED-WEIGHT TO PDAS12-ORDER-WEIGHT.
           MOVE WS-HAZMAT-FOUND-SW TO PDAS12-HAZMAT-SW.

           CALL 'PDAS12' USING PDAS12-PARMS.

           IF PDAS12-RATE-ERROR
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPDE-PROGRAM-ID
               MOVE PDAS12-SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'PDAS12 FREIGHT RATE SHOP' TO WPDE-FUNCTION
               MOVE 'P03122' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P03122-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03123-SHOW-ALTERNATE                          *
      *                                                               *
      *    FUNCTION :  FORMAT A RATED CARRIER, OTHER THAN THE ONE     *
      *                THE ORDER SHIPS BY, INTO THE NEXT ALTERNATIVE  *
      *                LINE WITH ITS CHARGE                           *
      *                                                               *
      *    CALLED BY:  P03120-EDIT-INPUT                              *
      *                                                               *
      *****************************************************************

       P03123-SHOW-ALTERNATE.

           IF PDAS12-SHIPPER-NUMBER (WS-RATE-SUB) = WMF-SHIPPER-NUMBER
               GO TO P03123-EXIT
           END-IF.

           ADD +1 TO WS-RATE-ALT-CNT.

           MOVE PDAS12-SHIPPER-NUMBER (WS-RATE-SUB)
                                       TO WS-RAL-SHIPPER-NUMBER.
           MOVE PDAS12-CARRIER-NAME (WS-RATE-SUB)
                                       TO WS-RAL-CARRIER-NAME.
           MOVE PDAS12-FREIGHT-AMOUNT (WS-RATE-SUB)
                                       TO WS-RAL-FREIGHT.

           EVALUATE WS-RATE-ALT-CNT
               WHEN +1
                   MOVE WS-RATE-ALT-LINE TO ALTCR1O
               WHEN +2
                   MOVE WS-RATE-ALT-LINE TO ALTCR2O
               WHEN OTHER
                   MOVE WS-RATE-ALT-LINE TO ALTCR3O
           END-EVALUATE.

       P03123-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03125-CHECK-HAZMAT                            *
      *                                                               *
      *    FUNCTION :  A CARRIER NOT QUALIFIED FOR HAZARDOUS          *
      *                MATERIAL MAY NOT TAKE AN ORDER THAT CARRIES    *
      *                A HAZMAT-CLASSED PENDING LINE (FOUND BY THE    *
      *                RATE SHOP) -- REJECT THE CARRIER CHOICE SO     *
      *                THE OPERATOR REROUTES THE ORDER                *
      *                                                               *
      *    CALLED BY:  P03120-EDIT-INPUT                              *
      *                                                               *
               GO TO P03125-EXIT
           END-IF.

           IF HAZMAT-FOUND
               MOVE -1 TO SHIPL
               MOVE DFHDFHI TO SHIPA
               MOVE PM198-HAZMAT-CARRIER TO WMF-MESSAGE-AREA
               PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT
           END-IF.

       P03125-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03127-FIND-HAZMAT                             *
      *                                                               *
      *    FUNCTION :  BROWSE THE PENDING LINES AND SET HAZMAT-FOUND  *
      *                WHEN ANY LINE'S ITEM CARRIES A HAZMAT CLASS    *
      *                                                               *
      *    CALLED BY:  P03122-RATE-SHOP                               *
      *                                                               *
      *****************************************************************

       P03127-FIND-HAZMAT.

           MOVE 'N' TO WS-HAZMAT-FOUND-SW.
           MOVE 'N' TO WS-HAZMAT-BROWSE-END-SW.

           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P03127-EXIT
           END-IF.

           PERFORM P03126-SCAN-PENDING-HAZMAT THRU P03126-EXIT
                   NOHANDLE
           END-EXEC.

       P03127-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                PREFIX AND FLAG THE ORDER HAZMAT WHEN THE      *
      *                LINE'S ITEM CARRIES A HAZMAT CLASS             *
      *                                                               *
      *    CALLED BY:  P03127-FIND-HAZMAT                             *
      *                                                               *
      *****************************************************************

                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           IF PENDING-OVR-APPLIED
               MOVE PENDING-ORDER-OVR-PRICE TO ITEM-SUPPLIER-UNIT-PRICE
           END-IF.

           MULTIPLY PENDING-ORDER-QUANTITY BY ITEM-SUPPLIER-UNIT-PRICE
                                        GIVING WMF-PT-LINE-COST.

           MOVE ZEROES TO ORDER-UPDATE-COUNT.
           MOVE ZEROES TO ORDER-FREIGHT-AMOUNT.
           MOVE ZEROES TO ORDER-TAX-AMOUNT.
           MOVE ZEROES TO ORDER-PROMO-DISCOUNT.
           MOVE ZEROES TO ORDER-CANCEL-DATE.
           MOVE PC-USERID-NUMBER TO ORDER-PREFIX.
           MOVE WMF-PT-ORDER-NUMBER (WMF-PT-NDX) TO ORDER-NUMBER.
           MOVE WMF-PO-NUMBER TO ORDER-PURCHASE-NUMBER.
               MOVE PDAS10-ORDER-DATE(3:6) TO ORDER-DATE-YYMMDD
           END-IF.
           MOVE 'IN PROGRESS' TO ORDER-STATUS.
           MOVE WMF-SHIP-COMPLETE-SW TO ORDER-SHIP-COMPLETE-SW.

      *****************************************************************
      *    A FUTURE REQUESTED SHIP DATE PARKS THE ORDER SCHEDULED --  *
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

      *****************************************************************
       P03163-BUILD-ORDER-ITEM.

           MOVE SPACES TO ORDER-ITEM-SEGMENT.
           MOVE ZEROES TO ORDER-ITEM-BLANKET-NUMBER.
           MOVE PC-USERID-NUMBER TO ORDER-ITEM-PREFIX.

           MOVE PENDING-ORDER-PURCHASE-TYPE TO WMF-PT-SCAN-TYPE.
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.

           IF BLANKET-DRAWN
               MOVE WS-BLANKET-PRICE TO ITEM-SUPPLIER-UNIT-PRICE
               MOVE BLANKET-NUMBER TO ORDER-ITEM-BLANKET-NUMBER
               GO TO P03163-PRICE-RESOLVED
           END-IF.

       P03163-PRICE-RESOLVED.

           MOVE ITEM-SUPPLIER-UNIT-PRICE TO ORDER-ITEM-UNIT-PRICE.

      *****************************************************************
      *    A MANUAL PRICE OVERRIDE KEYED ON THE PENDING LINE -- AN    *
      *    APPLIED ONE REPLACES THE RESOLVED PRICE, WHICH IS KEPT AS  *
      *    THE ORIGINAL; ONE STILL AWAITING SUPERVISOR APPROVAL       *
      *    (PDA057) LEAVES THE RESOLVED PRICE IN PLACE.  EITHER WAY   *
      *    THE JOURNAL IS POINTED AT THE NEW ORDER LINE               *
      *****************************************************************

           MOVE ZEROES TO ORDER-ITEM-ORIG-PRICE.
           MOVE SPACES TO ORDER-ITEM-OVR-REASON.
           MOVE SPACES TO ORDER-ITEM-OVR-STATUS.

           IF PENDING-OVR-APPLIED OR PENDING-OVR-PENDING
               MOVE ITEM-SUPPLIER-UNIT-PRICE TO ORDER-ITEM-ORIG-PRICE
               MOVE PENDING-ORDER-OVR-REASON TO ORDER-ITEM-OVR-REASON
               MOVE PENDING-ORDER-OVR-STATUS TO ORDER-ITEM-OVR-STATUS
               IF PENDING-OVR-APPLIED
                   MOVE PENDING-ORDER-OVR-PRICE TO ORDER-ITEM-UNIT-PRICE
               END-IF
               PERFORM P03193-POST-OVERRIDE-ORDER THRU P03193-EXIT
           END-IF.

           MOVE PENDING-ORDER-ITEM-KEY TO ORDER-ITEM-ITEM-KEY.
           MOVE PENDING-ORDER-SUPPLIER-KEY TO ORDER-ITEM-SUPPLIER-KEY.

           MOVE PENDING-ORDER-ITEM-PRE TO ITEM-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER TO ITEM-NUMBER.
           MOVE SPACES TO ITEM-CATEGORY-NAME.
           MOVE 'N' TO ITEM-DROP-SHIP-SW.

           EXEC SQL
               SELECT  WEIGHT_PER_UNIT,
                       CATEGORY_NAME,
                       DROP_SHIP_SW
               INTO    :ITEM-WEIGHT-PER-UNIT,
                       :ITEM-CATEGORY-NAME,
                       :ITEM-DROP-SHIP-SW
               FROM    ITEM
               WHERE   PREFIX = :ITEM-PREFIX
                 AND   NUMBER = :ITEM-NUMBER
                   (WMF-PROMO-LINE-EXT * WMF-PROMO-RATE / 100)
           END-IF.

      *****************************************************************
      *    A LINE LET THROUGH UNDER COST ON A SUPERVISOR OVERRIDE IS  *
      *    JOURNALED WITH ITS ORDER NUMBER                            *
      *****************************************************************

           IF BELOW-COST-OVERRIDE
               MOVE ORDER-ITEM-UNIT-PRICE TO WBC-NET-PRICE
               MOVE ORDER-DATE-CCYYMMDD TO WBC-PROMO-DATE
               PERFORM P03187-COST-PENDING-LINE THRU P03187-EXIT
               IF LINE-BELOW-COST
                   PERFORM P03189-LOG-BELOW-COST THRU P03189-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    A NEW ORDER LINE STARTS WITH NO SHIPMENT ACTIVITY          *
      *****************************************************************
           MOVE ZEROES TO ORDER-ITEM-SHIPPER-NUMBER.
           MOVE SPACES TO ORDER-ITEM-SHIP-STATUS.

           IF ITEM-DROP-SHIP-SW = 'Y'
               MOVE 'Y' TO ORDER-ITEM-DROP-SHIP-SW
           ELSE
               MOVE 'N' TO ORDER-ITEM-DROP-SHIP-SW
           END-IF.

      *****************************************************************
      *    PROMISE THE LINE -- THE ORDER DATE WHEN STOCK COVERS IT,   *
      *    OTHERWISE THE NEXT OPEN PO RECEIPT IN BUSINESS DAYS        *
                   PCB(1)
                   SEGMENT(ORDITEM)
                   FROM(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
           END-EXEC.

      *****************************************************************
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    A DROP-SHIP LINE IS FILLED BY THE SUPPLIER SHIPPING DIRECT *
      *    TO THE CUSTOMER -- RAISE ITS PURCHASE ORDER LINE NOW       *
      *****************************************************************

           IF ORDER-ITEM-DROP-SHIP
               PERFORM P03179-RAISE-DROP-SHIP-PO THRU P03179-EXIT
           END-IF.

       P03163-EXIT.
           EXIT.
           EJECT
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

      *****************************************************************

           MOVE PDAS11-FREIGHT-AMOUNT TO ORDER-FREIGHT-AMOUNT.

           PERFORM P03166-LOG-RATE-SHOP THRU P03166-EXIT.

       P03167-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03166-LOG-RATE-SHOP                           *
      *                                                               *
      *    FUNCTION :  RATE THE ORDER'S OWN WEIGHT AGAIN (PDAS12) FOR *
      *                THE LOWEST ELIGIBLE CHARGE AND WHAT THE HOUSE  *
      *                DEFAULT CARRIER WOULD HAVE CHARGED, AND LOG    *
      *                THEM WITH THE CARRIER AND CHARGE THE ORDER     *
      *                SHIPS AT TO RATE_SHOP.  AN ORDER WITH NO       *
      *                SHIPPER IS NOT LOGGED                          *
      *                                                               *
      *    CALLED BY:  P03167-RESOLVE-FREIGHT                         *
      *                                                               *
      *****************************************************************

       P03166-LOG-RATE-SHOP.

           IF WMF-SHIPPER-NUMBER = ZEROES
               GO TO P03166-EXIT
           END-IF.

           MOVE SPACES TO PDAS12-PARMS.
           MOVE PC-USERID-NUMBER TO PDAS12-PREFIX.
           MOVE WMF-PT-WEIGHT (WMF-PT-NDX) TO PDAS12-ORDER-WEIGHT.
           MOVE WS-HAZMAT-FOUND-SW TO PDAS12-HAZMAT-SW.

           CALL 'PDAS12' USING PDAS12-PARMS.

           IF PDAS12-RATE-ERROR
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPDE-PROGRAM-ID
               MOVE PDAS12-SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'PDAS12 FREIGHT RATE SHOP' TO WPDE-FUNCTION
               MOVE 'P03166' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE PC-USERID-NUMBER TO RATE-SHOP-PREFIX.
           MOVE ORDER-NUMBER TO RATE-SHOP-ORDER-NUMBER.
           MOVE ORDER-DATE-CCYYMMDD TO RATE-SHOP-SUBMIT-DATE.
           MOVE WMF-PT-WEIGHT (WMF-PT-NDX) TO RATE-SHOP-ORDER-WEIGHT.
           MOVE WMF-SHIPPER-NUMBER TO RATE-SHOP-SHIPPER-NUMBER.
           MOVE ORDER-FREIGHT-AMOUNT TO RATE-SHOP-FREIGHT-CHARGE.
           MOVE PDAS12-DEFAULT-SHIPPER TO RATE-SHOP-DEFAULT-SHIPPER.
           MOVE PDAS12-DEFAULT-FREIGHT TO RATE-SHOP-DEFAULT-CHARGE.
           MOVE WS-RATE-OVERRIDE-SW TO RATE-SHOP-OVERRIDE.

           IF PDAS12-CARRIERS-RATED
               MOVE PDAS12-FREIGHT-AMOUNT (1) TO RATE-SHOP-LOWEST-CHARGE
           ELSE
               MOVE ORDER-FREIGHT-AMOUNT TO RATE-SHOP-LOWEST-CHARGE
           END-IF.

           EXEC SQL
               INSERT  INTO RATE_SHOP
                      (PREFIX,
                       ORDER_NUMBER,
                       SUBMIT_DATE,
                       ORDER_WEIGHT,
                       SHIPPER_NUMBER,
                       FREIGHT_CHARGE,
                       LOWEST_CHARGE,
                       DEFAULT_SHIPPER,
                       DEFAULT_CHARGE,
                       OVERRIDE)
               VALUES (:RATE-SHOP-PREFIX,
                       :RATE-SHOP-ORDER-NUMBER,
                       :RATE-SHOP-SUBMIT-DATE,
                       :RATE-SHOP-ORDER-WEIGHT,
                       :RATE-SHOP-SHIPPER-NUMBER,
                       :RATE-SHOP-FREIGHT-CHARGE,
                       :RATE-SHOP-LOWEST-CHARGE,
                       :RATE-SHOP-DEFAULT-SHIPPER,
                       :RATE-SHOP-DEFAULT-CHARGE,
                       :RATE-SHOP-OVERRIDE)
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'INSERT RATE_SHOP' TO WPDE-FUNCTION
               MOVE 'P03166' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P03166-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03168-RESOLVE-PROMISE                         *
      *                                                               *
      *    FUNCTION :  COMPUTE THE PROMISE DATE FOR THE ORDER LINE    *
      *                HAND COVERS THE QUANTITY, OTHERWISE THE        *
      *                OLDEST OPEN PURCHASE ORDER LINE FOR THE ITEM   *
      *                AND SUPPLIER ADVANCED BY THE REPLENISHMENT     *
      *                AND HANDLING LEAD TIMES IN BUSINESS DAYS (THE  *
      *                SUPPLIER'S CONFIRMED SHIP DATE, ELSE THE       *
      *                BUYER'S EXPECTED DATE, PLUS HANDLING WHEN SET) *
      *                (PDAS01 CALENDAR).  NO OPEN PO LEAVES THE      *
      *                PROMISE AT ZERO (NO DATE TO GIVE)              *
      *                                                               *

           MOVE ZEROES TO WS-PROMISE-DATE.

      *****************************************************************
      *    A DROP-SHIP LINE NEVER WAITS ON OUR STOCK OR OUR DOCK --   *
      *    THE SUPPLIER'S LEAD FROM THE ORDER DATE, NO HANDLING       *
      *****************************************************************

           IF ORDER-ITEM-DROP-SHIP
               MOVE ORDER-DATE-CCYYMMDD TO WS-PROMISE-DATE
               PERFORM P03171-NEXT-BUSINESS-DAY THRU P03171-EXIT
                   VARYING WS-PROMISE-LEAD-NDX FROM 1 BY 1
                       UNTIL WS-PROMISE-LEAD-NDX >
                             WS-PROMISE-PO-LEAD-DAYS
               GO TO P03168-EXIT
           END-IF.

           MOVE PENDING-ORDER-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX
                                        ITEM-SUPPLIER-SUPPLIER-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER

      *****************************************************************
      *    ADVANCE THE PO CREATE DATE BY THE REPLENISHMENT AND        *
      *    HANDLING LEADS IN BUSINESS DAYS.  THE SUPPLIER'S CONFIRMED *
      *    SHIP DATE (PDAB91), OR FAILING THAT AN EXPECTED DATE SET   *
      *    BY THE BUYER ON PDA061, REPLACES THE REPLENISHMENT LEAD    *
      *****************************************************************

           EVALUATE TRUE
               WHEN PURCHASE-ORDER-DATE-CONFIRMED > ZEROES
                   MOVE PURCHASE-ORDER-DATE-CONFIRMED
                       TO WS-PROMISE-DATE
                   COMPUTE WS-PROMISE-LEAD-TOTAL =
                       WS-PROMISE-HANDLING-DAYS
               WHEN PURCHASE-ORDER-DATE-EXPECTED > ZEROES
                   MOVE PURCHASE-ORDER-DATE-EXPECTED TO WS-PROMISE-DATE
                   COMPUTE WS-PROMISE-LEAD-TOTAL =
                       WS-PROMISE-HANDLING-DAYS
               WHEN OTHER
                   MOVE PURCHASE-ORDER-DATE-CREATED TO WS-PROMISE-DATE
                   COMPUTE WS-PROMISE-LEAD-TOTAL =
                       WS-PROMISE-PO-LEAD-DAYS
                       + WS-PROMISE-HANDLING-DAYS
           END-EVALUATE.

           PERFORM P03171-NEXT-BUSINESS-DAY THRU P03171-EXIT
               VARYING WS-PROMISE-LEAD-NDX FROM 1 BY 1
      *    FUNCTION :  READ THE NEXT PURCHASE ORDER LINE FOR THE      *
      *                SIGNED-ON PREFIX AND KEEP THE FIRST (OLDEST)   *
      *                OPEN OR PARTIAL LINE FOR THE ITEM / SUPPLIER   *
      *                WITH QUANTITY STILL DUE IN (A LINE THE         *
      *                SUPPLIER REJECTED WILL NOT ARRIVE)             *
      *                                                               *
      *    CALLED BY:  P03168-RESOLVE-PROMISE                         *
      *                                                               *
              AND PURCHASE-ORDER-SUPPLIER-ID =
                  PENDING-ORDER-SUPPLIER-ID
              AND (PURCHASE-ORDER-OPEN OR PURCHASE-ORDER-PARTIAL)
              AND NOT PURCHASE-ORDER-ACK-REJECTED
              AND NOT PURCHASE-ORDER-FROM-DROP-SHIP
              AND PURCHASE-ORDER-QTY-RECEIVED <
                  PURCHASE-ORDER-QUANTITY
               MOVE 'Y' TO WS-PROMISE-PO-FOUND-SW
           END-IF.

           SUBTRACT WMF-PROMO-ORDER-DISC FROM ORDER-TOTAL-AMOUNT.
           MOVE WMF-PROMO-CODE TO ORDER-PROMO-CODE.
           MOVE WMF-PROMO-ORDER-DISC TO ORDER-PROMO-DISCOUNT.

      *****************************************************************
      *    RECORD THE REDEMPTION ON THE PROMOTION MASTER              *
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03179-RAISE-DROP-SHIP-PO                      *
      *                                                               *
      *    FUNCTION :  RAISE A RELEASED PURCHASE ORDER LINE TO THE    *
      *                SUPPLIER FOR A DROP-SHIP ORDER LINE, NUMBERED  *
      *                FROM THE PREFIX CONTROL RECORD THE SAME WAY    *
      *                PDAB22 AND PDA061 NUMBER THEIRS, AND FLAG IT   *
      *                FOR TRANSMISSION (PDAB90).  THE CUSTOMER ORDER *
      *                LINE AND SHIP-TO GO ON THE DROP-SHIP RECORD    *
      *                                                               *
      *    CALLED BY:  P03163-BUILD-ORDER-ITEM                        *
      *                                                               *
      *****************************************************************

       P03179-RAISE-DROP-SHIP-PO.

           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX.
           MOVE ZEROES TO PURCHASE-ORDER-NUMBER
                          PURCHASE-ORDER-LINE.

           EXEC CICS
               READ
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   ADD 1 TO PURCHASE-ORDER-QUANTITY
                   MOVE PURCHASE-ORDER-QUANTITY TO WS-DS-PO-NUMBER
                   EXEC CICS
                       REWRITE
                           FILE('PDAPO')
                           FROM(PURCHASE-ORDER-RECORD)
                           NOHANDLE
                           RESP(WS-RESPONSE-CODE)
                   END-EXEC
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE SPACES TO PURCHASE-ORDER-RECORD
                   MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX
                   MOVE ZEROES TO PURCHASE-ORDER-NUMBER
                                  PURCHASE-ORDER-LINE
                                  PURCHASE-ORDER-QTY-RECEIVED
                                  PURCHASE-ORDER-UNIT-PRICE
                                  PURCHASE-ORDER-DATE-CREATED
                                  PURCHASE-ORDER-DATE-RECEIVED
                                  PURCHASE-ORDER-QTY-INVOICED
                                  PURCHASE-ORDER-DATE-EXPECTED
                                  PURCHASE-ORDER-DATE-RELEASED
                                  PURCHASE-ORDER-DATE-TRANSMITTED
                                  PURCHASE-ORDER-ACK-QTY
                                  PURCHASE-ORDER-DATE-CONFIRMED
                                  PURCHASE-ORDER-DATE-ACKNOWLEDGED
                   MOVE 1 TO PURCHASE-ORDER-QUANTITY
                   MOVE 1 TO WS-DS-PO-NUMBER
                   EXEC CICS
                       WRITE
                           FILE('PDAPO')
                           FROM(PURCHASE-ORDER-RECORD)
                           RIDFLD(PURCHASE-ORDER-KEY)
                           NOHANDLE
                           RESP(WS-RESPONSE-CODE)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS UPDATE PO CONTROL' TO WPCE-COMMAND
               MOVE 'P03179' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    THE SUPPLIER'S COST FOR THE ITEM PRICES THE PO LINE, AS    *
      *    ON A BUYER-ADDED LINE (PDA061)                             *
      *****************************************************************

           MOVE PENDING-ORDER-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX
                                        ITEM-SUPPLIER-SUPPLIER-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER
               TO ITEM-SUPPLIER-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-ID
               TO ITEM-SUPPLIER-SUPPLIER-ID.
           MOVE ZEROES TO ITEM-SUPPLIER-UNIT-PRICE.

           EXEC SQL
               SELECT  UNIT_PRICE
               INTO    :ITEM-SUPPLIER-UNIT-PRICE
               FROM    ITEM_SUPPLIER
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX =
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID
           END-EXEC.

           IF SQLCODE NOT = +0
              AND SQLCODE NOT = +100
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT ITEM_SUPPLIER' TO WPDE-FUNCTION
               MOVE 'P03179' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    WRITE THE LINE RELEASED AND DUE BY THE LINE'S PROMISE      *
      *****************************************************************

           MOVE SPACES TO PURCHASE-ORDER-RECORD.
           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX
                                    PURCHASE-ORDER-SUPPLIER-PREFIX
                                    PURCHASE-ORDER-ITEM-PREFIX.
           MOVE WS-DS-PO-NUMBER TO PURCHASE-ORDER-NUMBER.
           MOVE 1 TO PURCHASE-ORDER-LINE.
           MOVE PENDING-ORDER-SUPPLIER-ID TO PURCHASE-ORDER-SUPPLIER-ID.
           MOVE PENDING-ORDER-ITEM-NUMBER TO PURCHASE-ORDER-ITEM-NUMBER.
           MOVE PENDING-ORDER-QUANTITY TO PURCHASE-ORDER-QUANTITY.
           MOVE ZEROES TO PURCHASE-ORDER-QTY-RECEIVED
                          PURCHASE-ORDER-QTY-INVOICED.
           MOVE ITEM-SUPPLIER-UNIT-PRICE TO PURCHASE-ORDER-UNIT-PRICE.
           MOVE 'O' TO PURCHASE-ORDER-STATUS.
           MOVE ORDER-DATE-CCYYMMDD TO PURCHASE-ORDER-DATE-CREATED
                                       PURCHASE-ORDER-DATE-RELEASED.
           MOVE PC-USERID-ID TO PURCHASE-ORDER-RELEASED-BY.
           MOVE ZEROES TO PURCHASE-ORDER-DATE-RECEIVED.
           MOVE ORDER-ITEM-PROMISE-DATE TO PURCHASE-ORDER-DATE-EXPECTED.
           MOVE 'D' TO PURCHASE-ORDER-LINE-SOURCE.
           MOVE 'N' TO PURCHASE-ORDER-XMIT-STATUS.
           MOVE ZEROES TO PURCHASE-ORDER-DATE-TRANSMITTED
                          PURCHASE-ORDER-ACK-QTY
                          PURCHASE-ORDER-DATE-CONFIRMED
                          PURCHASE-ORDER-DATE-ACKNOWLEDGED.

           EXEC CICS
               WRITE
                   FILE('PDAPO')
                   FROM(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE PDAPO' TO WPCE-COMMAND
               MOVE 'P03179' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P03181-WRITE-DROP-SHIP THRU P03181-EXIT.

       P03179-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03181-WRITE-DROP-SHIP                         *
      *                                                               *
      *    FUNCTION :  RECORD THE CUSTOMER ORDER LINE AND THE SHIP-TO *
      *                ADDRESS THE DROP-SHIP PURCHASE ORDER LINE      *
      *                DELIVERS TO -- THE ORDER'S SHIP-TO SNAPSHOT    *
      *                WHEN ONE WAS CHOSEN, OTHERWISE THE CUSTOMER    *
      *                MASTER SHIP-TO                                 *
      *                                                               *
      *    CALLED BY:  P03179-RAISE-DROP-SHIP-PO                      *
      *                                                               *
      *****************************************************************

       P03181-WRITE-DROP-SHIP.

           MOVE SPACES TO DROP-SHIP-RECORD.
           MOVE PURCHASE-ORDER-KEY TO DROP-SHIP-KEY.
           MOVE '1' TO DROP-SHIP-ORDER-DB.
           MOVE ORDER-NUMBER TO DROP-SHIP-ORDER-NUMBER.
           MOVE ORDER-ITEM-SEQUENCE TO DROP-SHIP-ORDER-SEQUENCE.
           MOVE PC-CUSTOMER-ID TO DROP-SHIP-CUSTOMER-ID.
           MOVE ORDER-DATE-CCYYMMDD TO DROP-SHIP-DATE-CREATED.
           MOVE 'O' TO DROP-SHIP-STATUS.

           MOVE CUSTOMER-SHIP-TO-NAME TO DROP-SHIP-NAME.
           MOVE CUSTOMER-SHIP-TO-ADDRESS TO DROP-SHIP-ADDRESS.
           MOVE CUSTOMER-SHIP-TO-CITY TO DROP-SHIP-CITY.
           MOVE CUSTOMER-SHIP-TO-STATE TO DROP-SHIP-STATE.
           MOVE CUSTOMER-SHIP-TO-POSTAL-CODE TO DROP-SHIP-POSTAL-CODE.

           IF WMF-SHIP-TO-CODE > SPACES
               MOVE ORDER-PREFIX TO ORDER-SHIP-PREFIX
               MOVE ORDER-NUMBER TO ORDER-SHIP-ORDER-NUMBER
               EXEC CICS
                   READ
                       FILE('PDAORDS')
                       INTO(ORDER-SHIP-TO-RECORD)
                       RIDFLD(ORDER-SHIP-TO-KEY)
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE ORDER-SHIP-NAME TO DROP-SHIP-NAME
                   MOVE ORDER-SHIP-ADDRESS TO DROP-SHIP-ADDRESS
                   MOVE ORDER-SHIP-CITY TO DROP-SHIP-CITY
                   MOVE ORDER-SHIP-STATE TO DROP-SHIP-STATE
                   MOVE ORDER-SHIP-POSTAL-CODE TO DROP-SHIP-POSTAL-CODE
               END-IF
           END-IF.

           EXEC CICS
               WRITE
                   FILE('PDADROP')
                   FROM(DROP-SHIP-RECORD)
                   RIDFLD(DROP-SHIP-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE PDADROP' TO WPCE-COMMAND
               MOVE 'P03181' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P03181-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03165-UPDATE-PURCHASE-TYPE-TOTALS             *
      *                                                               *
      *    FUNCTION :  UPDATE THE PURCHASE TYPE LAST ORDER AMOUNT     *
      *                FOR ONE ENTRY OF THE PURCHASE TYPE SUMMARY     *
      *                TABLE -- ONE CALL PER DISTINCT PURCHASE TYPE   *
      *                SUBMITTED IN THIS BATCH.                       *
      *                                                               *
      *    CALLED BY:  P03160-SUBMIT-ORDER                            *
      *                                                               *
      *****************************************************************

       P03165-UPDATE-PURCHASE-TYPE-TOTALS.

           MOVE PC-USERID-NUMBER TO PURCHASE-TYPE-PREFIX.
           MOVE WMF-PT-TYPE (WMF-PT-NDX) TO PURCHASE-TYPE-TYPE.
           MOVE WMF-PT-TOTAL-COST (WMF-PT-NDX)
                                       TO PURCHASE-TYPE-LAST-ORDER-AMT.

           PERFORM P04100-UPDATE-PURCHASE-TYPE THRU P04100-EXIT.

       P03165-EXIT.
           EXIT.
           EJECT
      *****************************************************************
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

      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03185-CHECK-BELOW-COST                        *
      *                                                               *
      *    FUNCTION :  BROWSE THE PENDING LINES, COUNT THOSE NETTING  *
      *                UNDER THE ITEM / SUPPLIER AVERAGE COST AND     *
      *                WORK OUT THE MARGIN OF THE WHOLE SUBMIT.  ANY  *
      *                LINE UNDER COST NEEDS A SUPERVISOR (ADMIN      *
      *                ROLE) OVERRIDE REASON, OTHERWISE THE SUBMIT    *
      *                IS REFUSED WITH THE COUNT AND MARGIN           *
      *                                                               *
      *    CALLED BY:  P03100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P03185-CHECK-BELOW-COST.

           MOVE 'N' TO WS-COST-OVERRIDE-SW.
           MOVE 'N' TO WS-COST-BROWSE-END-SW.
           MOVE SPACES TO WBC-REASON.
           MOVE ZEROES TO WBC-NET-TOTAL
                          WBC-COST-TOTAL
                          WBC-ORDER-MARGIN
                          WBC-LINE-COUNT.

           MOVE PC-USERID-NUMBER TO WS-CPK-PREFIX.
           MOVE ZEROES TO WS-CPK-SEQUENCE.

           EXEC CICS
               STARTBR
                   FILE('PDAPEND')
                   RIDFLD(WS-COST-PEND-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P03185-EXIT
           END-IF.

           PERFORM P03186-SCAN-PENDING-COST THRU P03186-EXIT
               UNTIL COST-BROWSE-END.

           EXEC CICS
               ENDBR
                   FILE('PDAPEND')
                   NOHANDLE
           END-EXEC.

           IF WBC-LINE-COUNT = +0
               GO TO P03185-EXIT
           END-IF.

           IF WBC-NET-TOTAL > +0
               COMPUTE WBC-ORDER-MARGIN ROUNDED =
                   (WBC-NET-TOTAL - WBC-COST-TOTAL) * 100
                       / WBC-NET-TOTAL
           ELSE
               MOVE -100 TO WBC-ORDER-MARGIN
           END-IF.

           INSPECT OVRRSNI REPLACING ALL '_' BY ' '.

           IF PC-USER-IS-ADMIN
              AND OVRRSNI NOT = SPACES
              AND OVRRSNI NOT = LOW-VALUES
               MOVE 'Y' TO WS-COST-OVERRIDE-SW
               MOVE OVRRSNI TO WBC-REASON
               GO TO P03185-EXIT
           END-IF.

           MOVE WBC-LINE-COUNT TO PM311-LINE-COUNT.
           MOVE WBC-ORDER-MARGIN TO PM311-MARGIN.
           MOVE -1 TO OVRRSNL.
           MOVE DFHDFHI TO OVRRSNA.
           MOVE PM311-BELOW-COST-ORDER TO WMF-MESSAGE-AREA.
           PERFORM P70000-ERROR-ROUTINE THRU P70000-EXIT.

       P03185-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03186-SCAN-PENDING-COST                       *
      *                                                               *
      *    FUNCTION :  READ THE NEXT PENDING LINE FOR THE SIGNED-ON   *
      *                PREFIX, PRICE IT AS THE SUBMIT WILL AND ADD    *
      *                IT TO THE COST CHECK TOTALS                    *
      *                                                               *
      *    CALLED BY:  P03185-CHECK-BELOW-COST                        *
      *                                                               *
      *****************************************************************

       P03186-SCAN-PENDING-COST.

           EXEC CICS
               READNEXT
                   FILE('PDAPEND')
                   INTO(PENDING-ORDER-RECORD)
                   RIDFLD(WS-COST-PEND-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-COST-BROWSE-END-SW
               GO TO P03186-EXIT
           END-IF.

           IF PENDING-ORDER-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WS-COST-BROWSE-END-SW
               GO TO P03186-EXIT
           END-IF.

           IF PENDING-ORDER-SEQUENCE = ZEROES
               GO TO P03186-EXIT
           END-IF.

      *****************************************************************
      *    KIT PRICE, THEN AN OPEN BLANKET, THEN CONTRACT / EFFECTIVE *
      *    PRICE LESS THE QUANTITY BREAK -- AS P03163 RESOLVES IT.    *
      *    AN APPLIED MANUAL PRICE OVERRIDE IS CHARGED AS KEYED       *
      *****************************************************************

           IF PENDING-OVR-APPLIED
               MOVE PENDING-ORDER-OVR-PRICE TO WBC-NET-PRICE
               GO TO P03186-PRICE-RESOLVED
           END-IF.

           IF PENDING-ORDER-KIT-PRICE NUMERIC
              AND PENDING-ORDER-KIT-PRICE > ZEROES
               MOVE PENDING-ORDER-KIT-PRICE TO WBC-NET-PRICE
               GO TO P03186-PRICE-RESOLVED
           END-IF.

           PERFORM P03188-FIND-BLANKET-PRICE THRU P03188-EXIT.

           IF BLANKET-DRAWN
               MOVE BLANKET-UNIT-PRICE TO WBC-NET-PRICE
               GO TO P03186-PRICE-RESOLVED
           END-IF.

           MOVE SPACES TO PDAS04-PARMS.
           MOVE PENDING-ORDER-ITEM-PRE TO PDAS04-ITEM-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER TO PDAS04-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-PRE TO PDAS04-SUPPLIER-PREFIX.
           MOVE PENDING-ORDER-SUPPLIER-ID TO PDAS04-SUPPLIER-ID.
           MOVE ZEROES TO PDAS04-PRICE-DATE.
           MOVE ZEROES TO PDAS04-UNIT-PRICE.
           MOVE PC-CUSTOMER-ID TO PDAS04-CUSTOMER-ID.

           CALL 'PDAS04' USING PDAS04-PARMS.

           IF PDAS04-PRICE-NOT-FOUND
               GO TO P03186-EXIT
           END-IF.

           MOVE SPACES TO PDAS05-PARMS.
           MOVE PENDING-ORDER-ITEM-PRE TO PDAS05-ITEM-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER TO PDAS05-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-PRE TO PDAS05-SUPPLIER-PREFIX.
           MOVE PENDING-ORDER-SUPPLIER-ID TO PDAS05-SUPPLIER-ID.
           MOVE PENDING-ORDER-QUANTITY TO PDAS05-QUANTITY.
           MOVE PDAS04-UNIT-PRICE TO PDAS05-BASE-PRICE.

           CALL 'PDAS05' USING PDAS05-PARMS.

           IF PDAS05-DISCOUNT-ERROR
               MOVE PDAS04-UNIT-PRICE TO WBC-NET-PRICE
           ELSE
               MOVE PDAS05-DISC-PRICE TO WBC-NET-PRICE
           END-IF.

       P03186-PRICE-RESOLVED.

      *****************************************************************
      *    A CATEGORY PROMOTION NEEDS THE LINE'S OWN CATEGORY         *
      *****************************************************************

           MOVE SPACES TO ITEM-CATEGORY-NAME.

           IF WMF-PROMO-CODE > SPACES
              AND WMF-PROMO-CATEGORY NOT = SPACES
               MOVE PENDING-ORDER-ITEM-PRE TO ITEM-PREFIX
               MOVE PENDING-ORDER-ITEM-NUMBER TO ITEM-NUMBER
               EXEC SQL
                   SELECT  CATEGORY_NAME
                   INTO    :ITEM-CATEGORY-NAME
                   FROM    ITEM
                   WHERE   PREFIX = :ITEM-PREFIX
                     AND   NUMBER = :ITEM-NUMBER
               END-EXEC
               IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA009' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM CATEGORY' TO WPDE-FUNCTION
                   MOVE 'P03186' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
               END-IF
           END-IF.

           MOVE WS-CDT-DATE TO WBC-PROMO-DATE.

           PERFORM P03187-COST-PENDING-LINE THRU P03187-EXIT.

           IF NOT LINE-COSTED
               GO TO P03186-EXIT
           END-IF.

           COMPUTE WBC-NET-TOTAL = WBC-NET-TOTAL +
               (WBC-NET-PRICE * PENDING-ORDER-QUANTITY).
           COMPUTE WBC-COST-TOTAL = WBC-COST-TOTAL +
               (ITEM-COST-AVG-UNIT-COST * PENDING-ORDER-QUANTITY).

           IF LINE-BELOW-COST
               ADD +1 TO WBC-LINE-COUNT
           END-IF.

       P03186-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03187-COST-PENDING-LINE                       *
      *                                                               *
      *    FUNCTION :  TAKE THE PROMOTION OFF THE LINE NET PRICE WHEN *
      *                IT QUALIFIES ON THE GIVEN DATE, READ THE ITEM  *
      *                / SUPPLIER AVERAGE COST AND FLAG THE LINE      *
      *                WHEN IT NETS UNDER COST.  A LINE WITH NO COST  *
      *                ON FILE (NEVER RECEIVED) IS LEFT UNCOSTED      *
      *                                                               *
      *    CALLED BY:  P03186-SCAN-PENDING-COST                       *
      *                P03163-BUILD-ORDER-ITEM                        *
      *                                                               *
      *****************************************************************

       P03187-COST-PENDING-LINE.

           MOVE 'N' TO WS-LINE-BELOW-COST-SW.
           MOVE 'N' TO WS-LINE-COSTED-SW.

           IF WMF-PROMO-CODE > SPACES
              AND WMF-PROMO-START NOT > WBC-PROMO-DATE
              AND WMF-PROMO-END NOT < WBC-PROMO-DATE
              AND (WMF-PROMO-CATEGORY = SPACES
                   OR WMF-PROMO-CATEGORY = ITEM-CATEGORY-NAME)
               COMPUTE WBC-NET-PRICE ROUNDED =
                   WBC-NET-PRICE -
                   (WBC-NET-PRICE * WMF-PROMO-RATE / 100)
           END-IF.

           MOVE PENDING-ORDER-PREFIX TO ITEM-COST-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER TO ITEM-COST-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID.

           EXEC CICS
               READ
                   FILE('PDAICST')
                   INTO(ITEM-COST-RECORD)
                   RIDFLD(ITEM-COST-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P03187-EXIT
           END-IF.

           IF ITEM-COST-AVG-UNIT-COST NOT > +0
               GO TO P03187-EXIT
           END-IF.

           MOVE 'Y' TO WS-LINE-COSTED-SW.

           IF WBC-NET-PRICE < ITEM-COST-AVG-UNIT-COST
               MOVE 'Y' TO WS-LINE-BELOW-COST-SW
           END-IF.

       P03187-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03188-FIND-BLANKET-PRICE                      *
      *                                                               *
      *    FUNCTION :  LOOK FOR THE OPEN BLANKET COMMITMENT THAT THE  *
      *                SUBMIT WILL DRAW THE PENDING LINE AGAINST,     *
      *                WITHOUT DRAWING IT DOWN                        *
      *                                                               *
      *    CALLED BY:  P03186-SCAN-PENDING-COST                       *
      *                                                               *
      *****************************************************************

       P03188-FIND-BLANKET-PRICE.

           MOVE 'N' TO WS-BLANKET-DRAWN-SW.
           MOVE 'N' TO WS-BLANKET-BROWSE-END-SW.

           MOVE PC-USERID-NUMBER TO WS-BK-PREFIX.
           MOVE ZEROES TO WS-BK-NUMBER.
           MOVE WS-CDT-DATE TO ORDER-DATE-CCYYMMDD.

           EXEC CICS
               STARTBR
                   FILE('PDABLKT')
                   RIDFLD(WS-BLANKET-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P03188-EXIT
           END-IF.

           PERFORM P03174-SCAN-BLANKET THRU P03174-EXIT
               UNTIL BLANKET-DRAWN
                  OR BLANKET-BROWSE-END.

           EXEC CICS
               ENDBR
                   FILE('PDABLKT')
                   NOHANDLE
           END-EXEC.

       P03188-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03189-LOG-BELOW-COST                          *
      *                                                               *
      *    FUNCTION :  JOURNAL THE SUPERVISOR OVERRIDE OF A BELOW-    *
      *                COST ORDER LINE ON THE BELOW-COST FILE WITH    *
      *                ITS ORDER NUMBER AND THE SUBMIT MARGIN.  A     *
      *                DUPLICATE KEY BUMPS THE SEQUENCE AND RETRIES;  *
      *                A LOGGING FAILURE NEVER STOPS THE SUBMIT       *
      *                                                               *
      *    CALLED BY:  P03163-BUILD-ORDER-ITEM                        *
      *                                                               *
      *****************************************************************

       P03189-LOG-BELOW-COST.

           EXEC CICS
               FORMATTIME
                   ABSTIME(WMF-ABSTIME)
                   YYYYMMDD(WBC-JOURNAL-DATE)
                   NOHANDLE
               END-EXEC.

           MOVE SPACES TO BELOW-COST-RECORD.
           MOVE WBC-JOURNAL-DATE TO BELOW-COST-DATE.
           MOVE WMF-TIME-HHMMSS TO BELOW-COST-TIME.
           MOVE ZEROES TO BELOW-COST-SEQ.
           MOVE 'PDA009' TO BELOW-COST-SOURCE.
           MOVE PC-USERID-ID TO BELOW-COST-USERID.
           MOVE PC-USERID-NUMBER TO BELOW-COST-PREFIX.
           MOVE PC-CUSTOMER-ID TO BELOW-COST-CUSTOMER-ID.
           MOVE PENDING-ORDER-ITEM-NUMBER TO BELOW-COST-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-ID TO BELOW-COST-SUPPLIER-ID.
           MOVE WMF-PT-ORDER-NUMBER (WMF-PT-NDX)
                                       TO BELOW-COST-ORDER-NUMBER.
           MOVE PENDING-ORDER-QUANTITY TO BELOW-COST-QUANTITY.
           MOVE WBC-NET-PRICE TO BELOW-COST-NET-PRICE.
           MOVE ITEM-COST-AVG-UNIT-COST TO BELOW-COST-AVG-COST.
           MOVE WBC-ORDER-MARGIN TO BELOW-COST-ORDER-MARGIN.
           MOVE WBC-REASON TO BELOW-COST-REASON.

           PERFORM P03189-WRITE-COST-REC THRU P03189-WRITE-EXIT
               WITH TEST AFTER
               UNTIL WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
                  OR BELOW-COST-SEQ > 998.

       P03189-EXIT.
           EXIT.

       P03189-WRITE-COST-REC.

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

       P03189-WRITE-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03190-CANCEL-ORDER                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CANCEL THE ORDER                    *
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03193-POST-OVERRIDE-ORDER                     *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RECORD THE ORDER NUMBER AND LINE    *
      *                SEQUENCE ON THE VPRCOVR JOURNAL RECORD OF A    *
      *                MANUAL PRICE OVERRIDE CARRIED INTO THE ORDER,  *
      *                SO PDA057 CAN FIND THE ORDER LINE WHEN IT      *
      *                DECIDES A QUEUED OVERRIDE.  A JOURNAL RECORD   *
      *                THAT CANNOT BE FOUND DOES NOT STOP THE SUBMIT. *
      *                                                               *
      *    CALLED BY:  P03163-BUILD-ORDER-ITEM                        *
      *                                                               *
      *****************************************************************

       P03193-POST-OVERRIDE-ORDER.

           MOVE PC-USERID-NUMBER TO PRCOVR-PREFIX.
           MOVE PENDING-ORDER-OVR-NUMBER TO PRCOVR-NUMBER.

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
               GO TO P03193-EXIT
           END-IF.

           MOVE ORDER-NUMBER TO PRCOVR-ORDER-NUMBER.
           MOVE ORDER-ITEM-SEQUENCE TO PRCOVR-ITEM-SEQ.

           EXEC CICS
               REWRITE
                   FILE('PDAPOVR')
                   FROM(PRICE-OVERRIDE-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA009' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE PDAPOVR' TO WPCE-COMMAND
               MOVE 'P03193' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P03193-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-UPDATE-CUSTOMER                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO UPDATE THE CUSTOMER RECORD LAST     *

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
