      ******************************************************************
      * ADVANCE SHIP NOTICE (EXPECTED RECEIPT) RECORD  -- VSAM KSDS    *
      * ONE RECORD PER PURCHASE ORDER LINE AND LOT SHIPPED ON A        *
      * SUPPLIER'S ADVANCE SHIP NOTICE (ASN), KEYED BY PREFIX, ASN     *
      * NUMBER, PURCHASE ORDER NUMBER, LINE AND LOT NUMBER (SPACES     *
      * WHEN THE ITEM IS NOT LOT TRACKED).  LOADED FROM THE SUPPLIER'S *
      * ASN FILE BY PDAB92 AS OPEN ('O') EXPECTED RECEIPTS.  PDAB23    *
      * RECEIVES THEM -- ONE ASN CARD RECEIVES EVERY OPEN LINE AT THE  *
      * QUANTITY SHIPPED, A RECEIPT CARD NAMING THE ASN RECEIVES ONE   *
      * LINE AT THE QUANTITY COUNTED -- AND MARKS THEM RECEIVED ('R'). *
      * A RECEIPT AGAINST THE ASN FOR A LINE OR LOT THE SUPPLIER DID   *
      * NOT LIST IS ADDED AS AN UNEXPECTED ('U') LINE WITH NO QUANTITY *
      * SHIPPED.  PDAB93 REPORTS OVER, SHORT AND UNEXPECTED RECEIPTS   *
      * (ONCE -- SEE ASN-DISC-REPORTED) AND LINES STILL OPEN PAST      *
      * THEIR EXPECTED ARRIVAL DATE.                                   *
      ******************************************************************
       01  ASN-RECEIPT-RECORD.
           05  ASN-RECEIPT-KEY.
               10 ASN-PREFIX           PIC 9(05).
               10 ASN-PRE REDEFINES
                  ASN-PREFIX           PIC X(05).
               10 ASN-NUMBER           PIC X(15).
               10 ASN-PO-NUMBER        PIC 9(09).
               10 ASN-PO-LINE          PIC 9(05).
               10 ASN-LOT-NUMBER       PIC X(10).
           05 ASN-SUPPLIER-ID          PIC X(32).
           05 ASN-ITEM-NUMBER          PIC X(32).
           05 ASN-QTY-SHIPPED          PIC 9(09)       COMP-3.
           05 ASN-QTY-RECEIVED         PIC 9(09)       COMP-3.
           05 ASN-SHIP-DATE            PIC 9(08)       VALUE ZEROES.
           05 ASN-EXPECTED-DATE        PIC 9(08)       VALUE ZEROES.
           05 ASN-DATE-LOADED          PIC 9(08)       VALUE ZEROES.
           05 ASN-DATE-RECEIVED        PIC 9(08)       VALUE ZEROES.
           05 ASN-LINE-STATUS          PIC X(01)       VALUE 'O'.
              88 ASN-LINE-OPEN                         VALUE 'O'.
              88 ASN-LINE-RECEIVED                     VALUE 'R'.
           05 ASN-LINE-SOURCE          PIC X(01)       VALUE 'S'.
              88 ASN-FROM-SUPPLIER                     VALUE 'S'.
              88 ASN-UNEXPECTED                        VALUE 'U'.
           05 ASN-DISC-REPORTED-SW     PIC X(01)       VALUE 'N'.
              88 ASN-DISC-REPORTED                     VALUE 'Y'.
           05 FILLER                   PIC X(07)       VALUE SPACES.
