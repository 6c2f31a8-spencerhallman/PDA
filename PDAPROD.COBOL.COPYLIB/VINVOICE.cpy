      * THE RECORD WITH ORDER NUMBER ZERO IS THE CONTROL RECORD FOR    *
      * A PREFIX -- ITS INVOICE NUMBER FIELD HOLDS THE LAST INVOICE    *
      * NUMBER ASSIGNED.                                               *
      * A CUSTOMER BILLED ON A CYCLE GETS ONE SUMMARY INVOICE FOR ALL  *
      * ORDERS HELD TO THE CYCLE DATE -- EACH ORDER KEEPS ITS OWN      *
      * RECORD (TYPE M, CARRYING THE SUMMARY INVOICE NUMBER AND THAT   *
      * ORDER'S AMOUNTS) AND THE SUMMARY ITSELF IS RECORDED UNDER      *
      * ORDER NUMBER 8000000000 PLUS THE INVOICE NUMBER (TYPE S, THE   *
      * SUMMARY TOTALS).                                               *
      ******************************************************************
       01  INVOICE-RECORD.
           05  INVOICE-KEY.
      ******************************************************************
           05 INVOICE-EDI-SENT-SW      PIC X(01)       VALUE ' '.
              88 INVOICE-EDI-SENT                      VALUE 'Y'.
           05 INVOICE-TYPE             PIC X(01)       VALUE ' '.
              88 INVOICE-SINGLE-ORDER                  VALUE ' '.
              88 INVOICE-SUMMARY                       VALUE 'S'.
              88 INVOICE-SUMMARY-MEMBER                VALUE 'M'.
           05 FILLER                   PIC X(22)       VALUE SPACES.
