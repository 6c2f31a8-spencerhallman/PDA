      * AVERAGE UNIT COST IN EFFECT (VITEMCST) AND THE LINE'S UNIT    *
      * PRICE, SO THE MONTHLY GROSS MARGIN REPORT (PDAB71) GETS BOTH  *
      * SIDES OF EVERY SHIPMENT FROM ONE FILE.                         *
      * COGS-SOURCE TELLS A SHIPMENT FROM STOCK FROM A DROP-SHIP LINE  *
      * THE SUPPLIER SHIPPED DIRECT, WHICH NEVER PASSED THROUGH        *
      * INVENTORY (THE INVENTORY SUBLEDGER JOURNAL, PDAB118).          *
      ******************************************************************
       01  COGS-RECORD.
           05  COGS-KEY.
           05 COGS-QTY-SHIPPED         PIC S9(09)      COMP-3.
           05 COGS-AVG-UNIT-COST       PIC S9(08)V99   COMP-3.
           05 COGS-UNIT-PRICE          PIC S9(08)V99   COMP-3.
           05 COGS-SOURCE              PIC X(01)       VALUE 'S'.
              88 COGS-FROM-STOCK                       VALUE 'S' ' '.
              88 COGS-FROM-DROP-SHIP                   VALUE 'D'.
           05 FILLER                   PIC X(16)       VALUE SPACES.
