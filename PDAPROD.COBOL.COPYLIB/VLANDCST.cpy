      ******************************************************************
      * LANDED COST CHARGE RECORD  -- VSAM KSDS                        *
      * INBOUND FREIGHT, DUTY AND BROKERAGE CHARGED AGAINST A          *
      * PURCHASE ORDER RECEIPT, KEYED BY PREFIX, PURCHASE ORDER        *
      * NUMBER, CHARGE SEQUENCE AND PURCHASE ORDER LINE.  THE RECORD   *
      * WITH LINE ZERO IS THE CHARGE ITSELF (TYPE, SPREAD BASIS,       *
      * AMOUNT, FREIGHT BILL / DUTY ENTRY REFERENCE AND, WHEN THE      *
      * CHARGE COVERS ONE SHIPMENT ONLY, THE ASN NUMBER); THE          *
      * RECORDS WITH A LINE NUMBER ARE ITS SHARE SPREAD TO EACH        *
      * RECEIVED LINE AND THE QUANTITY THE SHARE COVERS.  WRITTEN BY   *
      * PDAB105, WHICH ROLLS EACH SHARE INTO THE ITEM / SUPPLIER       *
      * AVERAGE COST (VITEMCST) AND REPORTS THE LANDED UNIT COST.      *
      ******************************************************************
       01  LANDED-COST-RECORD.
           05  LANDED-COST-KEY.
               10 LANDED-COST-PREFIX   PIC 9(05).
               10 LANDED-COST-PRE REDEFINES
                  LANDED-COST-PREFIX   PIC X(05).
               10 LANDED-COST-PO-NUMBER
                                       PIC 9(09).
               10 LANDED-COST-CHARGE-SEQ
                                       PIC 9(03).
               10 LANDED-COST-PO-LINE  PIC 9(05).
           05 LANDED-COST-CHARGE-TYPE  PIC X(01)       VALUE 'F'.
              88 LANDED-COST-FREIGHT                   VALUE 'F'.
              88 LANDED-COST-DUTY                      VALUE 'D'.
              88 LANDED-COST-BROKERAGE                 VALUE 'B'.
           05 LANDED-COST-BASIS        PIC X(01)       VALUE 'V'.
              88 LANDED-COST-BY-VALUE                  VALUE 'V'.
              88 LANDED-COST-BY-WEIGHT                 VALUE 'W'.
              88 LANDED-COST-BY-QUANTITY               VALUE 'Q'.
           05 LANDED-COST-AMOUNT       PIC S9(09)V99   COMP-3.
           05 LANDED-COST-LINE-QTY     PIC 9(09)       COMP-3.
           05 LANDED-COST-REFERENCE    PIC X(20)       VALUE SPACES.
           05 LANDED-COST-ASN-NUMBER   PIC X(15)       VALUE SPACES.
           05 LANDED-COST-DATE-POSTED  PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(22)       VALUE SPACES.
