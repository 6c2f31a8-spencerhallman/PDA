           05 LOT-TRACE-WHSE           PIC X(08).
           05 LOT-TRACE-QUANTITY       PIC S9(09)      COMP-3.
           05 LOT-TRACE-REFERENCE      PIC 9(10)       VALUE ZEROES.
      ******************************************************************
      * ORDER ITEM SEQUENCE OF THE SHIPPED LINE (TYPE S ONLY; ZEROES   *
      * ON A RECEIPT).  A PRODUCT RECALL (PDAB100) NAMES THE ORDER     *
      * LINES THAT RECEIVED A RECALLED LOT FROM IT.                    *
      ******************************************************************
           05 LOT-TRACE-ITEM-SEQ       PIC 9(05)       VALUE ZEROES.
           05 FILLER                   PIC X(29)       VALUE SPACES.
