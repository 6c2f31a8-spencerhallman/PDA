      ******************************************************************
      * PRODUCT RECALL RECORD  -- VSAM KSDS                            *
      * ONE RECORD PER RECALL, KEYED BY PREFIX AND RECALL NUMBER.      *
      * PDAB100 OPENS THE RECALL ('O') AGAINST UP TO TEN LOTS, FREEZES *
      * THE REMAINING LOT BALANCES (VLOTBAL), WRITES ONE RECALL LINE   *
      * (VRCLLINE) PER ORDER LINE THAT RECEIVED A RECALLED LOT AND     *
      * PRINTS A RECALL NOTICE PER CUSTOMER.  PDA027 ADDS RETURNED     *
      * QUANTITIES OF RECALLED GOODS TO THE QUANTITY RECOVERED.        *
      * PDAB101 REPORTS RECALL STATUS AND CLOSES A RECALL ('C').       *
      * THE RECORD WITH RECALL NUMBER ZERO IS THE CONTROL RECORD FOR A *
      * PREFIX -- IT HOLDS THE LAST RECALL NUMBER ASSIGNED.            *
      ******************************************************************
       01  RECALL-RECORD.
           05  RECALL-KEY.
               10 RECALL-PREFIX        PIC 9(05).
               10 RECALL-PRE REDEFINES
                  RECALL-PREFIX        PIC X(05).
               10 RECALL-NUMBER        PIC 9(09).
           05 RECALL-REASON            PIC X(40).
           05 RECALL-CONTROL REDEFINES RECALL-REASON.
               10 RECALL-LAST-NUMBER   PIC 9(09).
               10 FILLER               PIC X(31).
           05 RECALL-SEVERITY          PIC X(01)       VALUE SPACES.
              88 RECALL-CLASS-1                        VALUE '1'.
              88 RECALL-CLASS-2                        VALUE '2'.
              88 RECALL-CLASS-3                        VALUE '3'.
              88 RECALL-SEVERITY-VALID                 VALUE '1' '2'
                                                             '3'.
           05 RECALL-STATUS            PIC X(01)       VALUE 'O'.
              88 RECALL-OPEN                           VALUE 'O'.
              88 RECALL-CLOSED                         VALUE 'C'.
           05 RECALL-DATE-OPENED       PIC 9(08)       VALUE ZEROES.
           05 RECALL-DATE-CLOSED       PIC 9(08)       VALUE ZEROES.
           05 RECALL-LOT-COUNT         PIC 9(02)       VALUE ZEROES.
           05 RECALL-LOTS.
              10 RECALL-LOT-NUMBER     PIC X(10)       OCCURS 10 TIMES.
           05 RECALL-QTY-FROZEN        PIC S9(09)      COMP-3.
           05 RECALL-QTY-SHIPPED       PIC S9(09)      COMP-3.
           05 RECALL-QTY-RECOVERED     PIC S9(09)      COMP-3.
           05 RECALL-CUSTOMER-COUNT    PIC 9(05)       VALUE ZEROES.
           05 FILLER                   PIC X(06)       VALUE SPACES.
