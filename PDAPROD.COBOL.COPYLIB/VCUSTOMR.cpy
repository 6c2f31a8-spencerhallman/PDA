      ******************************************************************
           05 CUSTOMER-EDI-INVOICE-SW  PIC X(01)      VALUE 'N'.
              88 CUSTOMER-EDI-INVOICES                VALUE 'Y'.
      ******************************************************************
      * PAYMENT TERMS CODE (PAYMENT TERMS MASTER FILE, VTERMS),        *
      * MAINTAINED ON THE PDA033 SCREEN.  THE INVOICE BATCH (PDAB26)   *
      * STAMPS THE DUE DATE AND DISCOUNT WINDOW FROM IT ONTO EACH AR   *
      * OPEN ITEM.  SPACES MEANS DUE ON RECEIPT (THE LEGACY BEHAVIOR). *
      ******************************************************************
           05 CUSTOMER-TERMS-CODE      PIC X(05)      VALUE SPACES.
      ******************************************************************
      * FINANCE CHARGE EXEMPT FLAG (Y) -- THE MONTH-END FINANCE CHARGE *
      * BATCH (PDAB87) SKIPS THE CUSTOMER'S PAST-DUE ITEMS.            *
      * MAINTAINED ON THE PDA033 SCREEN.                               *
      ******************************************************************
           05 CUSTOMER-FIN-CHG-EXEMPT-SW
                                       PIC X(01)      VALUE 'N'.
              88 CUSTOMER-FIN-CHG-EXEMPT              VALUE 'Y'.
      ******************************************************************
      * SHIPMENT CONSOLIDATION OPT-OUT FLAG (Y) -- THE NIGHTLY         *
      * CONSOLIDATION BATCH (PDAB97) SHIPS EACH OF THE CUSTOMER'S      *
      * ORDERS SEPARATELY.  MAINTAINED ON THE PDA033 SCREEN.           *
      ******************************************************************
           05 CUSTOMER-NO-CONSOL-SW    PIC X(01)      VALUE 'N'.
              88 CUSTOMER-NO-CONSOLIDATION            VALUE 'Y'.
      ******************************************************************
      * SHIP-COMPLETE FLAG (Y) -- THE CUSTOMER TAKES NO PARTIAL        *
      * SHIPMENTS.  PICKING (PDAB55) HOLDS THE WHOLE ORDER UNTIL EVERY *
      * LINE CAN BE ALLOCATED AND SHIPMENT POSTING (PDAB28) REFUSES A  *
      * PARTIAL LINE.  AN ORDER CAN OVERRIDE IT (ORDER-SHIP-COMPLETE-  *
      * SW, KEYED AT SUBMIT ON PDA009).  MAINTAINED ON PDA033.         *
      ******************************************************************
           05 CUSTOMER-SHIP-COMPLETE-SW
                                       PIC X(01)      VALUE 'N'.
              88 CUSTOMER-SHIP-COMPLETE               VALUE 'Y'.
      ******************************************************************
      * MINIMUM REMAINING SHELF LIFE (DAYS) THE CUSTOMER ACCEPTS ON A  *
      * DATED LOT.  PICKING (PDAB55) AND SHIPMENT POSTING (PDAB28)     *
      * PASS OVER A LOT EXPIRING SOONER.  ZERO (OR SPACES ON OLDER     *
      * RECORDS) MEANS ANY UNEXPIRED LOT.  MAINTAINED ON PDA033.       *
      ******************************************************************
           05 CUSTOMER-MIN-SHELF-DAYS  PIC 9(03)      VALUE ZEROES.
      ******************************************************************
      * ALLOCATION PRIORITY TIER (1 HIGHEST THRU 5 LOWEST).  WHEN      *
      * STOCK IS SHORT, BACKORDER RELEASE (PDAB21) AND PICKING         *
      * (PDAB55) SERVE THE LOWER TIER NUMBER FIRST, THEN THE EARLIEST  *
      * ORDER.  ZERO (OR SPACES ON OLDER RECORDS) IS TREATED AS TIER   *
      * 5.  MAINTAINED ON PDA033.                                      *
      ******************************************************************
           05 CUSTOMER-PRIORITY-TIER   PIC 9(01)      VALUE 5.
      ******************************************************************
      * BILLING CYCLE.  O (OR SPACE ON OLDER RECORDS) INVOICES EVERY   *
      * ORDER ON ITS OWN.  W, S AND M HOLD THE CUSTOMER'S ORDERS UNTIL *
      * THE CYCLE CLOSES -- EVERY FRIDAY, THE 15TH AND LAST DAY OF THE *
      * MONTH, OR THE LAST DAY OF THE MONTH -- WHEN THE INVOICE BATCH  *
      * (PDAB26) BILLS THEM ON ONE SUMMARY INVOICE.  MAINTAINED ON     *
      * PDA033.                                                        *
      ******************************************************************
           05 CUSTOMER-BILLING-CYCLE   PIC X(01)      VALUE 'O'.
              88 CUSTOMER-BILLS-PER-ORDER             VALUE 'O' ' '.
              88 CUSTOMER-BILLS-WEEKLY                VALUE 'W'.
              88 CUSTOMER-BILLS-SEMI-MONTHLY          VALUE 'S'.
              88 CUSTOMER-BILLS-MONTHLY               VALUE 'M'.
              88 CUSTOMER-CONSOLIDATED-BILLING        VALUE 'W' 'S' 'M'.
           05 FILLER                   PIC X(42)      VALUE SPACES.
