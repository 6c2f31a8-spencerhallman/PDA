      ******************************************************************
      * KIT PRE-ASSEMBLY WORK ORDER RECORD  -- VSAM KSDS               *
      * ONE RECORD PER WORK ORDER, KEYED BY PREFIX AND WORK ORDER      *
      * NUMBER.  A WORK ORDER BUILDS FINISHED STOCK OF ONE KIT ITEM /  *
      * SUPPLIER (KIT_COMPONENT BILL OF MATERIAL) AT ONE WAREHOUSE     *
      * AHEAD OF DEMAND.  WHEN OPENED, THE COMPONENT QUANTITIES ARE    *
      * RESERVED ON ITEM_SUPPLIER_WHSE AND ITEM_SUPPLIER               *
      * (QUANTITY_RESERVED); WHEN COMPLETED THE COMPONENTS ARE         *
      * CONSUMED, THE FINISHED KIT QUANTITY IS ADDED TO STOCK AND THE  *
      * BUILT UNIT COST (COMPONENT AVERAGE COSTS PER KIT) IS ROLLED    *
      * INTO THE KIT AVERAGE COST (VITEMCST).  A CANCELLED WORK ORDER  *
      * RELEASES ITS RESERVATION.  WRITTEN AND POSTED BY PDAB104.      *
      * THE RECORD WITH WORK ORDER NUMBER ZERO IS THE CONTROL RECORD   *
      * FOR A PREFIX -- ITS QUANTITY FIELD HOLDS THE LAST WORK ORDER   *
      * NUMBER ASSIGNED.                                               *
      ******************************************************************
       01  KIT-WORK-ORDER-RECORD.
           05  KIT-WORK-ORDER-KEY.
               10 KIT-WORK-ORDER-PREFIX
                                       PIC 9(05).
               10 KIT-WORK-ORDER-PRE REDEFINES
                  KIT-WORK-ORDER-PREFIX
                                       PIC X(05).
               10 KIT-WORK-ORDER-NUMBER
                                       PIC 9(09).
           05 KIT-WO-ITEM-NUMBER       PIC X(32).
           05 KIT-WO-SUPPLIER-ID       PIC X(32).
           05 KIT-WO-WAREHOUSE-ID      PIC X(08).
           05 KIT-WO-QUANTITY          PIC 9(09)       COMP-3.
           05 KIT-WO-STATUS            PIC X(01)       VALUE 'O'.
              88 KIT-WO-OPEN                           VALUE 'O'.
              88 KIT-WO-COMPLETE                       VALUE 'C'.
              88 KIT-WO-CANCELLED                      VALUE 'X'.
           05 KIT-WO-DATE-OPENED       PIC 9(08)       VALUE ZEROES.
           05 KIT-WO-DATE-CLOSED       PIC 9(08)       VALUE ZEROES.
           05 KIT-WO-BUILT-UNIT-COST   PIC S9(08)V99   COMP-3.
           05 FILLER                   PIC X(14)       VALUE SPACES.
