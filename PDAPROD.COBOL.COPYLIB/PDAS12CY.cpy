      *****************************************************************
      *    PDAS12 PARAMETER PASS AREA                                 *
      *                                                               *
      *    PDAS12 RATE-SHOPS AN ORDER'S FREIGHT.  EVERY ACTIVE        *
      *    SHIPPER WITH A SHIPPER_RATE SCHEDULE FOR THE PREFIX IS     *
      *    PRICED AT THE ORDER WEIGHT THROUGH PDAS11 -- WHEN THE      *
      *    ORDER CARRIES HAZMAT LINES ONLY HAZMAT-QUALIFIED SHIPPERS  *
      *    ARE ELIGIBLE.  THE FIVE CHEAPEST ARE RETURNED LOWEST       *
      *    CHARGE FIRST, TOGETHER WITH THE HOUSE DEFAULT CARRIER      *
      *    (SHIPPER DEFAULT_CARRIER = 'Y') AND ITS CHARGE FOR THE     *
      *    SAME WEIGHT, ZERO WHEN NO DEFAULT CARRIER IS DEFINED.      *
      *                                                               *
      *    RETURN CODES:  00  CARRIERS RATED, ENTRY 1 IS THE LOWEST   *
      *                   04  NO ELIGIBLE CARRIER / ZERO WEIGHT       *
      *                   16  DB2 ERROR (SQLCODE RETURNED)            *
      *****************************************************************

       01  PDAS12-PARMS.
           03  PDAS12-PREFIX           PIC X(05)   VALUE SPACES.
           03  PDAS12-ORDER-WEIGHT     PIC S9(7)V99
                                                   VALUE +0 COMP-3.
           03  PDAS12-HAZMAT-SW        PIC X(01)   VALUE 'N'.
               88  PDAS12-HAZMAT-ORDER            VALUE 'Y'.
           03  PDAS12-CARRIER-COUNT    PIC 9(02)   VALUE ZEROES.
           03  PDAS12-CARRIER          OCCURS 5 TIMES.
               05  PDAS12-SHIPPER-NUMBER
                                       PIC 9(10).
               05  PDAS12-CARRIER-NAME PIC X(30).
               05  PDAS12-FREIGHT-AMOUNT
                                       PIC S9(5)V99
                                                   COMP-3.
           03  PDAS12-DEFAULT-SHIPPER  PIC 9(10)   VALUE ZEROES.
           03  PDAS12-DEFAULT-FREIGHT  PIC S9(5)V99
                                                   VALUE +0 COMP-3.
           03  PDAS12-RETURN-CODE      PIC X(02)   VALUE SPACES.
               88  PDAS12-CARRIERS-RATED          VALUE '00'.
               88  PDAS12-NO-CARRIER              VALUE '04'.
               88  PDAS12-RATE-ERROR              VALUE '16'.
           03  PDAS12-SQLCODE          PIC S9(09)  VALUE +0 COMP.
           03  FILLER                  PIC X(17)   VALUE SPACES.
