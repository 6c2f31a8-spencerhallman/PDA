      * CREATED BY PDAB22 FROM ITEM_SUPPLIER REORDER POINTS,           *
      * RECEIVED AGAINST BY PDAB23 (THE ONLY PROCESS THAT INCREMENTS   *
      * ITEM_SUPPLIER QUANTITY_ON_HAND).                               *
      * PDAB22 WRITES ITS LINES AS SUGGESTED ('S').  A BUYER REVIEWS   *
      * THEM ON THE PDA061 SCREEN (CHANGE QUANTITY / EXPECTED DATE,    *
      * CANCEL, ADD LINES) AND RELEASES THE PURCHASE ORDER, WHICH      *
      * OPENS EVERY SUGGESTED LINE ('O').  A SUGGESTED LINE IS NEVER   *
      * RECEIVED OR INVOICED AGAINST.  PDAB51 ACCUMULATES THE          *
      * QUANTITY INVOICED BY THE SUPPLIER.                             *
      * RELEASING, CHANGING OR CANCELLING A RELEASED LINE ON PDA061    *
      * FLAGS IT FOR TRANSMISSION ('N'); THE NIGHTLY PDAB90 WRITES IT  *
      * TO THE OUTBOUND PURCHASE ORDER FILE AND MARKS IT SENT ('T').   *
      * PDAB91 RECORDS THE SUPPLIER'S ACKNOWLEDGMENT (ACCEPTED,        *
      * REJECTED OR CHANGED), THE QUANTITY ACKNOWLEDGED AND THE        *
      * CONFIRMED SHIP DATE.                                           *
      * A DROP-SHIP LINE ('D') IS RAISED BY ORDER SUBMIT (PDA009) FOR  *
      * A CUSTOMER ORDER LINE THE SUPPLIER SHIPS DIRECT -- IT IS       *
      * WRITTEN RELEASED ('O'), ITS SHIP-TO IS ON VDROPSHP, AND IT IS  *
      * NEVER REPLENISHMENT SUPPLY:  THE SUPPLIER'S ADVANCE SHIP       *
      * NOTICE (PDAB92 / PDAB28) RECEIVES IT, NOT THE DOCK (PDAB23).   *
      ******************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PURCHASE-ORDER-KEY.
           05 PURCHASE-ORDER-UNIT-PRICE
                                       PIC S9(08)V99   COMP-3.
           05 PURCHASE-ORDER-STATUS    PIC X(01)       VALUE 'O'.
              88 PURCHASE-ORDER-SUGGESTED              VALUE 'S'.
              88 PURCHASE-ORDER-OPEN                   VALUE 'O'.
              88 PURCHASE-ORDER-PARTIAL                VALUE 'P'.
              88 PURCHASE-ORDER-RECEIVED               VALUE 'R'.
              88 PURCHASE-ORDER-CANCELLED              VALUE 'C'.
              88 PURCHASE-ORDER-ACTIVE                 VALUE 'S' 'O'
                                                             'P'.
           05 PURCHASE-ORDER-DATE-CREATED
                                       PIC 9(08)       VALUE ZEROES.
           05 PURCHASE-ORDER-DATE-RECEIVED
                                       PIC 9(08)       VALUE ZEROES.
           05 PURCHASE-ORDER-QTY-INVOICED
                                       PIC 9(09)       COMP-3.
           05 PURCHASE-ORDER-DATE-EXPECTED
                                       PIC 9(08)       VALUE ZEROES.
           05 PURCHASE-ORDER-DATE-RELEASED
                                       PIC 9(08)       VALUE ZEROES.
           05 PURCHASE-ORDER-RELEASED-BY
                                       PIC X(08)       VALUE SPACES.
           05 PURCHASE-ORDER-LINE-SOURCE
                                       PIC X(01)       VALUE 'R'.
              88 PURCHASE-ORDER-FROM-REORDER           VALUE 'R'.
              88 PURCHASE-ORDER-FROM-BUYER             VALUE 'B'.
              88 PURCHASE-ORDER-FROM-DROP-SHIP         VALUE 'D'.
           05 PURCHASE-ORDER-XMIT-STATUS
                                       PIC X(01)       VALUE SPACES.
              88 PURCHASE-ORDER-XMIT-PENDING           VALUE 'N'.
              88 PURCHASE-ORDER-XMIT-SENT              VALUE 'T'.
           05 PURCHASE-ORDER-DATE-TRANSMITTED
                                       PIC 9(08)       VALUE ZEROES.
           05 PURCHASE-ORDER-ACK-STATUS
                                       PIC X(01)       VALUE SPACES.
              88 PURCHASE-ORDER-ACK-ACCEPTED           VALUE 'A'.
              88 PURCHASE-ORDER-ACK-REJECTED           VALUE 'R'.
              88 PURCHASE-ORDER-ACK-CHANGED            VALUE 'C'.
           05 PURCHASE-ORDER-ACK-QTY   PIC 9(09)       COMP-3.
           05 PURCHASE-ORDER-DATE-CONFIRMED
                                       PIC 9(08)       VALUE ZEROES.
           05 PURCHASE-ORDER-DATE-ACKNOWLEDGED
                                       PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(13)       VALUE SPACES.
