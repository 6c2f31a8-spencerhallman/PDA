      ******************************************************************
      * DCLGEN TABLE(RATE_SHOP)                                        *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DRATESHP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RATE-SHOP-)                                       *
      *        STRUCTURE(RATE-SHOP)                                    *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * APPEND-ONLY FREIGHT RATE SHOPPING LOG, ONE ROW PER ORDER ROOT  *
      * CREATED AT SUBMIT (PDA009).  CARRIES THE CARRIER THE ORDER     *
      * SHIPS BY AND ITS CHARGE, THE LOWEST ELIGIBLE CHARGE FOUND BY   *
      * THE RATE SHOP (PDAS12), AND WHAT THE HOUSE DEFAULT CARRIER     *
      * WOULD HAVE CHARGED FOR THE SAME WEIGHT.  OVERRIDE (Y) MEANS    *
      * THE OPERATOR KEYED A CARRIER OTHER THAN THE LOWEST.  READ BY   *
      * THE WEEKLY FREIGHT SAVINGS REPORT (PDAB96).                    *
      ******************************************************************
           EXEC SQL DECLARE RATE_SHOP TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             ORDER_NUMBER                   CHAR(10) NOT NULL,
             SUBMIT_DATE                    CHAR(8) NOT NULL,
             ORDER_WEIGHT                   DECIMAL(9, 2) NOT NULL,
             SHIPPER_NUMBER                 DECIMAL(10, 0) NOT NULL,
             FREIGHT_CHARGE                 DECIMAL(7, 2) NOT NULL,
             LOWEST_CHARGE                  DECIMAL(7, 2) NOT NULL,
             DEFAULT_SHIPPER                DECIMAL(10, 0) NOT NULL,
             DEFAULT_CHARGE                 DECIMAL(7, 2) NOT NULL,
             OVERRIDE                       CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RATE_SHOP                          *
      ******************************************************************
       01  RATE-SHOP.
           05 RATE-SHOP-PREFIX         PIC X(5).
           05 RATE-SHOP-ORDER-NUMBER   PIC X(10).
           05 RATE-SHOP-SUBMIT-DATE    PIC X(8).
           05 RATE-SHOP-ORDER-WEIGHT   PIC S9(7)V9(2) COMP-3.
           05 RATE-SHOP-SHIPPER-NUMBER PIC S9(10)     COMP-3.
           05 RATE-SHOP-FREIGHT-CHARGE PIC S9(5)V9(2) COMP-3.
           05 RATE-SHOP-LOWEST-CHARGE  PIC S9(5)V9(2) COMP-3.
           05 RATE-SHOP-DEFAULT-SHIPPER
                                       PIC S9(10)     COMP-3.
           05 RATE-SHOP-DEFAULT-CHARGE PIC S9(5)V9(2) COMP-3.
           05 RATE-SHOP-OVERRIDE       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
