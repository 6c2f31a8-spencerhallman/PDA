      ******************************************************************
      * PURCHASE RECEIPT JOURNAL RECORD  -- VSAM KSDS                  *
      * ONE RECORD PER QUANTITY RECEIVED INTO STOCK AND COSTED BY      *
      * PURCHASE ORDER RECEIVING (PDAB23) -- A RECEIPT CARD, AN ASN    *
      * LINE, OR THE PASSED QUANTITY OF A QUALITY HOLD RELEASED --     *
      * KEYED BY RECEIPT DATE AND SEQUENCE.  CARRIES THE PO UNIT       *
      * PRICE THAT WAS FOLDED INTO THE ROLLING AVERAGE COST, SO THE    *
      * INVENTORY SUBLEDGER JOURNAL (PDAB118) BOOKS EACH RECEIPT AT    *
      * THE VALUE IT ADDED TO STOCK.  A RECEIPT HELD FOR INSPECTION    *
      * IS JOURNALED WHEN IT PASSES, NOT WHEN IT ARRIVES.              *
      ******************************************************************
       01  RECEIPT-JOURNAL-RECORD.
           05  RECEIPT-JOURNAL-KEY.
               10 RECEIPT-JOURNAL-DATE PIC 9(08).
               10 RECEIPT-JOURNAL-SEQ  PIC 9(07).
           05 RECEIPT-JOURNAL-PREFIX   PIC 9(05).
           05 RECEIPT-JOURNAL-PO-NUMBER
                                       PIC 9(09).
           05 RECEIPT-JOURNAL-PO-LINE  PIC 9(05).
           05 RECEIPT-JOURNAL-ITEM-NUMBER
                                       PIC X(32).
           05 RECEIPT-JOURNAL-SUPPLIER-ID
                                       PIC X(32).
           05 RECEIPT-JOURNAL-QUANTITY PIC S9(09)      COMP-3.
           05 RECEIPT-JOURNAL-UNIT-COST
                                       PIC S9(08)V99   COMP-3.
           05 FILLER                   PIC X(11)       VALUE SPACES.
