      ******************************************************************
      * BELOW-COST SALE OVERRIDE JOURNAL  -- VSAM KSDS                 *
      * ONE RECORD PER ORDER LINE A SUPERVISOR LET THROUGH PRICED      *
      * UNDER THE ITEM / SUPPLIER AVERAGE COST (VITEMCST).  WRITTEN    *
      * AT LINE ADD BY PDA007 (NO ORDER NUMBER YET) AND AT SUBMIT BY   *
      * PDA009 (CICS) OR ZPDA109 (IMS) WITH THE ORDER NUMBER AND THE   *
      * MARGIN OF THE WHOLE SUBMIT.  KEYED BY DATE, TIME AND SEQUENCE  *
      * LIKE THE OTHER EVENT JOURNALS.  THE WEEKLY BELOW-COST SALES    *
      * REPORT (PDAB110) TOTALS THE LOSS BY OPERATOR, CUSTOMER AND     *
      * ITEM.                                                          *
      ******************************************************************
       01  BELOW-COST-RECORD.
           05  BELOW-COST-KEY.
               10 BELOW-COST-DATE      PIC 9(08).
               10 BELOW-COST-TIME      PIC X(08).
               10 BELOW-COST-SEQ       PIC 9(03).
           05 BELOW-COST-SOURCE        PIC X(08).
               88 BELOW-COST-LINE-ADD                  VALUE 'PDA007'.
               88 BELOW-COST-SUBMIT                    VALUE 'PDA009'
                                                             'PDA109'.
           05 BELOW-COST-USERID        PIC X(08).
           05 BELOW-COST-PREFIX        PIC 9(05).
           05 BELOW-COST-CUSTOMER-ID   PIC X(32).
           05 BELOW-COST-ITEM-NUMBER   PIC X(32).
           05 BELOW-COST-SUPPLIER-ID   PIC X(32).
           05 BELOW-COST-ORDER-NUMBER  PIC 9(10).
           05 BELOW-COST-QUANTITY      PIC S9(09)      COMP-3.
           05 BELOW-COST-NET-PRICE     PIC S9(08)V99   COMP-3.
           05 BELOW-COST-AVG-COST      PIC S9(08)V99   COMP-3.
           05 BELOW-COST-ORDER-MARGIN  PIC S9(05)V99   COMP-3.
           05 BELOW-COST-REASON        PIC X(30).
           05 FILLER                   PIC X(27)       VALUE SPACES.
