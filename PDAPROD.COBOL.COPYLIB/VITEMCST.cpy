      * QUANTITY AND PO UNIT PRICE.  COST OF GOODS IS RELIEVED AT      *
      * THIS AVERAGE WHEN LINE SHIPMENTS POST (PDAB28, COGS JOURNAL    *
      * VCOGS); MONTH-END VALUATION (PDAB72) EXTENDS THE WAREHOUSE     *
      * QUANTITIES AT THE SAME AVERAGE.  INBOUND FREIGHT, DUTY AND     *
      * BROKERAGE CHARGES ARE SPREAD TO THE RECEIVED LINES AND ADDED   *
      * TO THE AVERAGE BY LANDED COST ALLOCATION (PDAB105).            *
      ******************************************************************
       01  ITEM-COST-RECORD.
           05  ITEM-COST-KEY.
