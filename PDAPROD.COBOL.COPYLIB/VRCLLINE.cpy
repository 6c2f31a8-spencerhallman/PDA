      ******************************************************************
      * PRODUCT RECALL LINE RECORD  -- VSAM KSDS                       *
      * ONE RECORD PER RECALL AND ORDER LINE THAT RECEIVED A RECALLED  *
      * LOT, KEYED BY PREFIX, ORDER NUMBER, ORDER ITEM SEQUENCE AND    *
      * RECALL NUMBER.  WRITTEN BY PDAB100 FROM THE LOT TRACE          *
      * (VLOTTRAN).  A LINE SHIPPED BEFORE THE TRACE CARRIED THE ITEM  *
      * SEQUENCE HAS ITEM SEQUENCE ZEROES AND IS MATCHED BY ITEM.      *
      * PDA027 ADDS THE QUANTITY OF A RETURN OF THE LINE TO THE        *
      * QUANTITY RECOVERED AND SETS THE DATE THE CUSTOMER RESPONDED.   *
      ******************************************************************
       01  RECALL-LINE-RECORD.
           05  RECALL-LINE-KEY.
               10 RCL-LINE-PREFIX      PIC 9(05).
               10 RCL-LINE-PRE REDEFINES
                  RCL-LINE-PREFIX      PIC X(05).
               10 RCL-LINE-ORDER-NUMBER
                                       PIC 9(10).
               10 RCL-LINE-ITEM-SEQ    PIC 9(05).
               10 RCL-LINE-RECALL-NUMBER
                                       PIC 9(09).
           05 RCL-LINE-CUSTOMER-ID     PIC X(32).
           05 RCL-LINE-ITEM-NUMBER     PIC X(32).
           05 RCL-LINE-LOT-NUMBER      PIC X(10).
           05 RCL-LINE-SHIP-DATE       PIC 9(08)       VALUE ZEROES.
           05 RCL-LINE-QTY-SHIPPED     PIC S9(09)      COMP-3.
           05 RCL-LINE-QTY-RECOVERED   PIC S9(09)      COMP-3.
           05 RCL-LINE-DATE-NOTIFIED   PIC 9(08)       VALUE ZEROES.
           05 RCL-LINE-DATE-RESPONDED  PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(23)       VALUE SPACES.
