      * ORDER NUMBER SO A CUSTOMER STATEMENT IS A SIMPLE SEQUENTIAL    *
      * BREAK ON THE KEY.  CREATED BY PDAB26 WHEN THE ORDER IS         *
      * INVOICED, RELIEVED BY PDA028 (PAYMENT APPLICATION) AND         *
      * REPORTED BY PDAB27 (MONTHLY STATEMENTS WITH AGING).  FINANCE   *
      * CHARGE ITEMS ARE ADDED BY PDAB87.                              *
      ******************************************************************
       01  AR-OPEN-ITEM-RECORD.
           05  AR-KEY.
      ******************************************************************
              88 AR-WRITTEN-OFF                        VALUE 'W'.
              88 AR-CLOSED                             VALUE 'P' 'W'.
      ******************************************************************
      * PAYMENT TERMS STAMPED BY PDAB26 FROM THE CUSTOMER'S TERMS CODE *
      * (VTERMS).  AGING AND DUNNING COUNT FROM THE DUE DATE.  THE     *
      * DISCOUNT PERCENT IS ALLOWED WHEN THE PAYMENT CLEARING THE ITEM *
      * ARRIVES ON OR BEFORE THE DISCOUNT DATE (ZERO WHEN THE TERMS    *
      * CARRY NO DISCOUNT).  THE DISCOUNT TAKEN RELIEVES THE BALANCE   *
      * DUE BUT IS KEPT APART FROM THE CASH IN AR-AMOUNT-PAID.  ITEMS  *
      * WITHOUT A DUE DATE ARE DUE ON RECEIPT (THE ORDER DATE).        *
      ******************************************************************
           05 AR-TERMS-CODE            PIC X(05)       VALUE SPACES.
           05 AR-DUE-DATE              PIC 9(08)       VALUE ZEROES.
           05 AR-DISCOUNT-DATE         PIC 9(08)       VALUE ZEROES.
           05 AR-DISCOUNT-PCT          PIC S9(02)V9(03)
                                                       COMP-3.
           05 AR-DISCOUNT-TAKEN        PIC S9(09)V99   COMP-3.
      ******************************************************************
      * ITEM TYPE F IS A FINANCE CHARGE RAISED BY THE MONTH-END PDAB87 *
      * BATCH ON A PAST-DUE INVOICE ITEM (ORDER NUMBER 9YYMMNNNNN).    *
      * IT IS AGED, STATED, DUNNED AND PAID LIKE ANY OTHER OPEN ITEM   *
      * BUT IS NEVER ITSELF CHARGED.  THE LAST FINANCE CHARGE DATE ON  *
      * AN INVOICE ITEM STOPS A SECOND CHARGE IN THE SAME MONTH.       *
      * ITEM TYPE S IS A SUMMARY INVOICE FOR A CYCLE-BILLED CUSTOMER   *
      * (ORDER NUMBER 8000000000 PLUS THE INVOICE NUMBER, PDAB26).     *
      ******************************************************************
           05 AR-ITEM-TYPE             PIC X(01)       VALUE 'I'.
              88 AR-INVOICE-ITEM                       VALUE 'I' ' '
                                                             'S'.
              88 AR-SUMMARY-INVOICE                    VALUE 'S'.
              88 AR-FINANCE-CHARGE                     VALUE 'F'.
           05 AR-LAST-FIN-CHG-DATE     PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(07)       VALUE SPACES.
