      ******************************************************************
      * SHIPMENT CONSOLIDATION REGISTER  -- VSAM KSDS                  *
      * ONE RECORD PER ORDER CONSOLIDATED BY THE NIGHTLY BATCH         *
      * (PDAB97), KEYED BY THE ORDER KEY.  SAME-DAY SHIPMENTS FOR ONE  *
      * CUSTOMER, SHIP-TO CODE (VORDSHIP) AND CARRIER RIDE TOGETHER AS *
      * ONE SHIPMENT; THE GROUP IS NAMED BY ITS LEAD (FIRST) ORDER AND *
      * EVERY MEMBER RECORD CARRIES THE FULL MEMBER LIST SO THE        *
      * MANIFEST (PDAB56) CAN PRINT WHICH ORDERS RODE TOGETHER.  THE   *
      * FREIGHT SAVED BY RE-RATING THE COMBINED WEIGHT IS SPREAD BACK  *
      * ACROSS THE MEMBERS BY WEIGHT -- BEFORE AND AFTER AMOUNTS ARE   *
      * KEPT HERE.  THE PRESENCE OF A RECORD ALSO PROTECTS RERUNS.     *
      ******************************************************************
       01  CONSOL-RECORD.
           05  CONSOL-KEY.
               10 CONSOL-PREFIX        PIC 9(05).
               10 CONSOL-PRE REDEFINES
                  CONSOL-PREFIX        PIC X(05).
               10 CONSOL-ORDER-NUMBER  PIC 9(10).
           05 CONSOL-SHIP-DATE         PIC 9(08).
           05 CONSOL-LEAD-KEY.
              10 CONSOL-LEAD-PREFIX    PIC 9(05).
              10 CONSOL-LEAD-ORDER-NUMBER
                                       PIC 9(10).
           05 CONSOL-CUSTOMER-ID       PIC X(32).
           05 CONSOL-SHIP-CODE         PIC X(08).
           05 CONSOL-SHIPPER-NUMBER    PIC 9(10).
           05 CONSOL-ORDER-WEIGHT      PIC S9(07)V99   COMP-3.
           05 CONSOL-GROUP-WEIGHT      PIC S9(07)V99   COMP-3.
           05 CONSOL-FREIGHT-BEFORE    PIC S9(05)V99   COMP-3.
           05 CONSOL-FREIGHT-AFTER     PIC S9(05)V99   COMP-3.
           05 CONSOL-FREIGHT-SAVED     PIC S9(05)V99   COMP-3.
           05 CONSOL-ORDER-COUNT       PIC 9(02).
           05 CONSOL-MEMBER            OCCURS 10 TIMES.
              10 CONSOL-MEMBER-PREFIX  PIC 9(05).
              10 CONSOL-MEMBER-ORDER-NUMBER
                                       PIC 9(10).
           05 FILLER                   PIC X(38)       VALUE SPACES.
