      * THE MERCHANDISE TOTAL AND THE TAX SO INVOICES AND THE GL      *
      * EXTRACT CAN BREAK IT OUT.                                     *
      ******************************************************************
           05  ORDER-FREIGHT-AMOUNT    PIC S9(05)V99   COMP-3.
      ******************************************************************
      * SHIP-COMPLETE OVERRIDE KEYED AT SUBMIT (PDA009):  Y HOLDS THE  *
      * ORDER UNTIL EVERY LINE CAN SHIP, N ALLOWS PARTIAL SHIPMENTS,   *
      * SPACE TAKES THE CUSTOMER MASTER DEFAULT (CUSTOMER-SHIP-        *
      * COMPLETE-SW).  HONORED BY PICKING (PDAB55) AND SHIPMENT        *
      * POSTING (PDAB28).                                              *
      ******************************************************************
           05  ORDER-SHIP-COMPLETE-SW  PIC X(01).
               88  ORDER-SHIP-COMPLETE-YES         VALUE 'Y'.
               88  ORDER-SHIP-COMPLETE-NO          VALUE 'N'.
               88  ORDER-SHIP-COMPLETE-DEFAULT     VALUE ' '.
      ******************************************************************
      * PROMOTION REDEEMED AT SUBMIT (PDA009/PDA109) -- THE PROMO CODE *
      * AND THE DISCOUNT TAKEN OFF ORDER-TOTAL-AMOUNT, KEPT SO THAT A  *
      * CANCEL (PDA010/PDA110) CAN TAKE THE REDEMPTION BACK OFF THE    *
      * PROMOTION MASTER.  SPACES WHEN NO PROMOTION WAS REDEEMED.      *
      ******************************************************************
           05  ORDER-PROMO-CODE        PIC X(08).
           05  ORDER-PROMO-DISCOUNT    PIC S9(07)V99   COMP-3.
      ******************************************************************
      * CANCELLATION (PDA010/PDA110 ACTION -X-) -- THE                 *
      * ORDER_CANCEL_REASON CODE, THE DATE (CCYYMMDD) AND THE USER WHO *
      * CANCELLED THE ORDER.  SET ONLY WHEN ORDER-STATUS IS            *
      * -CANCELLED-.  REPORTED BY THE MONTHLY CANCELLATION ANALYSIS    *
      * (PDAB119).                                                     *
      ******************************************************************
           05  ORDER-CANCEL-REASON     PIC X(03).
           05  ORDER-CANCEL-DATE       PIC 9(08).
           05  ORDER-CANCEL-USERID     PIC X(08).
