      ******************************************************************
      * CUSTOMER REBATE PROGRAM RECORD  -- VSAM KSDS                   *
      * ONE RECORD PER VOLUME REBATE PROGRAM OFFERED TO A CUSTOMER     *
      * (ACCOUNT TYPE C) OR TO A NATIONAL-ACCOUNT PARENT (ACCOUNT      *
      * TYPE P -- EVERY BRANCH LINKED TO THE PARENT ON VNATACCT        *
      * COUNTS, AS DOES THE PARENT'S OWN BUYING), KEYED BY PREFIX,     *
      * ACCOUNT AND PROGRAM SEQUENCE.  THE PROGRAM RUNS FROM THE       *
      * PERIOD START TO THE PERIOD END DATE; UP TO FIVE TIERS GIVE A   *
      * SALES THRESHOLD AND THE REBATE PERCENTAGE EARNED ON ALL NET    *
      * SALES ONCE IT IS PASSED, OPTIONALLY ONLY FOR ITEMS IN UP TO    *
      * THREE CATEGORIES.  THE MONTHLY CUSTOMER REBATE BATCH (PDAB107) *
      * ADDS AND CHANGES PROGRAMS FROM CONTROL CARDS, ACCRUES THE      *
      * REBATE FROM ORDER_LOG SALES NET OF RETURNS (VRETURN), AND      *
      * AFTER THE PERIOD END PAYS IT OUT AS A NUMBERED CREDIT MEMO     *
      * (VCREDMEM SOURCE 'B') APPLIED AGAINST THE ACCOUNT'S OPEN AR.   *
      ******************************************************************
       01  CUSTOMER-REBATE-RECORD.
           05  CUSTOMER-REBATE-KEY.
               10 CUSTREB-PREFIX       PIC 9(05).
               10 CUSTREB-PRE REDEFINES
                  CUSTREB-PREFIX       PIC X(05).
               10 CUSTREB-ACCOUNT-ID   PIC X(32).
               10 CUSTREB-PROGRAM-SEQ  PIC 9(03).
           05 CUSTREB-ACCOUNT-TYPE     PIC X(01)       VALUE 'C'.
              88 CUSTREB-FOR-CUSTOMER                  VALUE 'C'.
              88 CUSTREB-FOR-PARENT                    VALUE 'P'.
           05 CUSTREB-PERIOD-START     PIC 9(08)       VALUE ZEROES.
           05 CUSTREB-PERIOD-END       PIC 9(08)       VALUE ZEROES.
           05 CUSTREB-TIER             OCCURS 5 TIMES.
              10 CUSTREB-TIER-THRESHOLD
                                       PIC S9(11)V99   COMP-3.
              10 CUSTREB-TIER-PERCENT  PIC 9(03)V999   COMP-3.
           05 CUSTREB-CATEGORY         OCCURS 3 TIMES
                                       PIC X(32).
           05 CUSTREB-GROSS-SALES      PIC S9(11)V99   COMP-3.
           05 CUSTREB-RETURNS          PIC S9(11)V99   COMP-3.
           05 CUSTREB-NET-SALES        PIC S9(11)V99   COMP-3.
           05 CUSTREB-TIER-REACHED     PIC 9(01)       VALUE ZEROES.
           05 CUSTREB-ACCRUED          PIC S9(09)V99   COMP-3.
           05 CUSTREB-DATE-ACCRUED     PIC 9(08)       VALUE ZEROES.
           05 CUSTREB-STATUS           PIC X(01)       VALUE 'A'.
              88 CUSTREB-ACTIVE                        VALUE 'A'.
              88 CUSTREB-PAID                          VALUE 'P'.
           05 CUSTREB-PAYOUT-MEMO      PIC 9(09)       VALUE ZEROES.
           05 CUSTREB-DATE-PAID        PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(38)       VALUE SPACES.
