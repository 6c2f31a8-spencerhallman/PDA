             QUANTITY_ON_HAND               INTEGER NOT NULL,
             UNIT_PRICE                     DECIMAL(10, 2) NOT NULL,
             MIN_ORDER_QTY                  INTEGER NOT NULL,
             REORDER_POINT                  INTEGER NOT NULL,
             ABC_CLASS                      CHAR(1) NOT NULL,
             ANNUAL_USAGE_VALUE             DECIMAL(13, 2) NOT NULL,
             SAFETY_STOCK                   INTEGER NOT NULL,
             QUANTITY_RESERVED              INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ITEM_SUPPLIER                      *
                                       PIC S9(9)      USAGE COMP.
           05  ITEM-SUPPLIER-REORDER-POINT
                                       PIC S9(9)      USAGE COMP.
           05  ITEM-SUPPLIER-ABC-CLASS PIC X(1).
           05  ITEM-SUPPLIER-ANNUAL-USAGE
                                       PIC S9(11)V9(2) USAGE COMP-3.
           05  ITEM-SUPPLIER-SAFETY-STOCK
                                       PIC S9(9)      USAGE COMP.
           05  ITEM-SUPPLIER-QTY-RESERVED
                                       PIC S9(9)      USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * ABC_CLASS ('A', 'B' OR 'C') RANKS THE ITEM / SUPPLIER BY ITS   *
      * ANNUAL_USAGE_VALUE -- THE COST OF GOODS SHIPPED OVER THE LAST  *
      * YEAR (VCOGS) -- AND IS SET QUARTERLY BY PDAB102 AT THE CONTROL *
      * CARD CUT-OFFS.  IT DRIVES THE CYCLE COUNT FREQUENCY (PDAB53):  *
      * A MONTHLY, B QUARTERLY, C YEARLY.  DDL: NOT NULL WITH DEFAULT  *
      * ('C' / 0).                                                     *
      ******************************************************************
      ******************************************************************
      * SAFETY_STOCK IS THE BUFFER HELD AGAINST DEMAND AND LEAD TIME   *
      * VARIABILITY.  PDAB103 RECOMMENDS IT MONTHLY, WITH THE REORDER  *
      * POINT (LEAD TIME DEMAND PLUS SAFETY STOCK), AND SETS BOTH WHEN *
      * ITS CONTROL CARD APPLIES THE PROPOSAL.  DDL: NOT NULL WITH     *
      * DEFAULT (0).                                                   *
      ******************************************************************
      ******************************************************************
      * QUANTITY_RESERVED IS THE PART OF QUANTITY_ON_HAND SET ASIDE    *
      * AS COMPONENT STOCK FOR OPEN KIT WORK ORDERS (PDAB104, VKITWO). *
      * IT IS RELEASED WHEN THE WORK ORDER IS COMPLETED OR CANCELLED;  *
      * STOCK AVAILABLE TO SELL IS QUANTITY_ON_HAND LESS               *
      * QUANTITY_RESERVED.                                             *
      * DDL: NOT NULL WITH DEFAULT (0).                                *
      ******************************************************************
