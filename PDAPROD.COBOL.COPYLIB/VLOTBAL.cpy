           05 LOT-BAL-QTY-RECEIVED     PIC S9(09)      COMP-3.
           05 LOT-BAL-QTY-SHIPPED      PIC S9(09)      COMP-3.
           05 LOT-BAL-RECEIPT-DATE     PIC 9(08)       VALUE ZEROES.
      ******************************************************************
      * EXPIRATION DATE (CCYYMMDD) OF A SHELF-LIFE LOT, KEYED ON THE   *
      * RECEIPT CARD.  ZEROES (OR SPACES ON OLDER RECORDS) MEANS THE   *
      * LOT DOES NOT EXPIRE.  PICKING AND SHIPMENT DRAW THE EARLIEST   *
      * EXPIRING LOT FIRST AND NEVER AN EXPIRED ONE.                   *
      ******************************************************************
           05 LOT-BAL-EXPIRE-DATE      PIC 9(08)       VALUE ZEROES.
      ******************************************************************
      * A LOT UNDER PRODUCT RECALL (PDAB100) IS FROZEN:  ITS REMAINING *
      * ON-HAND QUANTITY IS MOVED TO THE FROZEN QUANTITY, TAKEN OUT OF *
      * THE WAREHOUSE AND COMPANY STOCK, AND THE RECALL NUMBER IS SET. *
      * A FROZEN LOT IS NEVER PICKED OR SHIPPED.                       *
      ******************************************************************
           05 LOT-BAL-QTY-FROZEN       PIC S9(09)      COMP-3.
           05 LOT-BAL-RECALL-NUMBER    PIC 9(09)       COMP-3.
