      * BUILT BEFORE PROMISE DATES OR BY PATHS THAT DO NOT PROMISE.    *
      ******************************************************************
           05  ORDER-ITEM-PROMISE-DATE
                                       PIC 9(08).
      ******************************************************************
      * WAREHOUSE THE LINE LAST SHIPPED FROM, POSTED BY PDAB28 FROM    *
      * THE SHIPMENT CARD WHEN KEYED.  SPACES WHEN NOT RECORDED.       *
      * USED BY THE MONTHLY ON-TIME-IN-FULL REPORT (PDAB98).           *
      ******************************************************************
           05  ORDER-ITEM-SHIP-WHSE    PIC X(08).
      ******************************************************************
      * DROP-SHIP LINE -- THE ITEM IS FLAGGED DROP-SHIP ON THE ITEM    *
      * TABLE.  SET AT SUBMIT (PDA009), WHICH RAISES A PURCHASE ORDER  *
      * LINE TO THE SUPPLIER SHIPPING DIRECT TO THE CUSTOMER.  THE     *
      * LINE IS NEVER PICKED (PDAB55); THE SUPPLIER'S ADVANCE SHIP     *
      * NOTICE (PDAB92) POSTS ITS SHIPMENT THROUGH PDAB28 WITHOUT      *
      * RELIEVING OUR INVENTORY.                                       *
      ******************************************************************
           05  ORDER-ITEM-DROP-SHIP-SW PIC X(01).
               88  ORDER-ITEM-DROP-SHIP            VALUE 'Y'.
      ******************************************************************
      * MANUAL UNIT PRICE OVERRIDE (PDA008 / PDA010, VPRCOVR JOURNAL). *
      * STATUS SPACE = NO OVERRIDE; A = APPLIED -- THE UNIT PRICE IS   *
      * THE OVERRIDE AND THE ORIGINAL PRICE IS THE PRICE IT REPLACED,  *
      * BOTH PRINTED ON THE INVOICE (PDAB26); P = WAITING ON THE       *
      * SUPERVISOR QUEUE (PDA057), THE UNIT PRICE IS STILL THE NORMAL  *
      * PRICE.  ORIGINAL PRICE AND REASON ARE MEANINGFUL ONLY WHEN     *
      * THE STATUS IS SET.                                             *
      ******************************************************************
           05  ORDER-ITEM-ORIG-PRICE   PIC S9(08)V99   COMP-3.
           05  ORDER-ITEM-OVR-REASON   PIC X(03).
           05  ORDER-ITEM-OVR-STATUS   PIC X(01).
               88  ORDER-ITEM-OVR-APPLIED          VALUE 'A'.
               88  ORDER-ITEM-OVR-PENDING          VALUE 'P'.
      ******************************************************************
      * BLANKET ORDER (VBLANKET) THE LINE WAS RELEASED AGAINST AT      *
      * SUBMIT (PDA009/PDA109), SO THAT A CANCEL (PDA010/PDA110) CAN   *
      * RETURN THE QUANTITY TO THE SAME COMMITMENT.  ZERO OR SPACES    *
      * WHEN THE LINE WAS NOT A BLANKET RELEASE.                       *
      ******************************************************************
           05  ORDER-ITEM-BLANKET-NUMBER
                                       PIC 9(05).
