      ******************************************************************
      * OUTBOUND SHIP NOTICE REGISTER RECORD  -- VSAM KSDS             *
      * ONE RECORD PER SHIP NOTICE SENT TO AN EDI TRADING PARTNER BY   *
      * THE NIGHTLY PDAB95 SHIP NOTICE FEED, KEYED BY PREFIX, ORDER    *
      * DATABASE (1=ORDER1DB 2=ORDER2DB), ORDER NUMBER AND THE SHIP    *
      * DATE OF THE SHIPMENT.  THE PRESENCE OF A RECORD IS WHAT MARKS  *
      * THE SHIPMENT'S NOTICE SENT, SO RERUNS OF PDAB95 FOR THE SAME   *
      * SHIP DATE NEVER DUPLICATE IT.  A LATER PARTIAL SHIPMENT OF THE *
      * SAME ORDER SHIPS ON ANOTHER DATE AND GETS ITS OWN NOTICE.      *
      ******************************************************************
       01  SHIP-NOTICE-RECORD.
           05  SHIP-NOTICE-KEY.
               10 SHIP-NOTICE-PREFIX   PIC 9(05).
               10 SHIP-NOTICE-PRE REDEFINES
                  SHIP-NOTICE-PREFIX   PIC X(05).
               10 SHIP-NOTICE-DATABASE PIC X(01).
               10 SHIP-NOTICE-ORDER-NUMBER
                                       PIC 9(10).
               10 SHIP-NOTICE-SHIP-DATE
                                       PIC 9(08).
           05 SHIP-NOTICE-CUSTOMER-ID  PIC X(32).
           05 SHIP-NOTICE-DATE-SENT    PIC 9(08)       VALUE ZEROES.
           05 SHIP-NOTICE-SHIPPER-NUMBER
                                       PIC 9(10).
           05 SHIP-NOTICE-LINE-COUNT   PIC 9(03)       VALUE ZEROES.
           05 SHIP-NOTICE-CARTON-COUNT PIC 9(03)       VALUE ZEROES.
           05 FILLER                   PIC X(48)       VALUE SPACES.
