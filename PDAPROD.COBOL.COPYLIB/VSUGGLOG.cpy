      ******************************************************************
      * SUGGESTION LOG RECORD  -- VSAM KSDS                            *
      * ONE RECORD PER "CUSTOMERS ALSO ORDERED" SUGGESTION SHOWN ON    *
      * THE ITEM DETAIL SCREEN (PDA007, EVENT S) AND ONE PER           *
      * SUGGESTION THE OPERATOR ADDED TO THE PENDING ORDER (EVENT T).  *
      * KEYED BY DATE, TIME AND SEQUENCE LIKE THE OTHER EVENT          *
      * JOURNALS.  THE MONTHLY SUGGESTION TAKE-RATE REPORT (PDAB124)   *
      * MEASURES HOW OFTEN SUGGESTIONS WERE TAKEN; AGED OFF BY PDAB69  *
      * (STORE SUGGLOG).                                               *
      ******************************************************************
       01  SUGG-LOG-RECORD.
           05  SUGG-LOG-KEY.
               10 SUGG-LOG-DATE        PIC 9(08).
               10 SUGG-LOG-TIME        PIC X(08).
               10 SUGG-LOG-SEQ         PIC 9(03).
           05 SUGG-LOG-EVENT           PIC X(01).
              88 SUGG-LOG-SHOWN                        VALUE 'S'.
              88 SUGG-LOG-TAKEN                        VALUE 'T'.
           05 SUGG-LOG-PREFIX          PIC 9(05).
           05 SUGG-LOG-ITEM-NUMBER     PIC X(32).
           05 SUGG-LOG-RELATED-ITEM    PIC X(32).
           05 SUGG-LOG-RANK            PIC 9(02).
           05 SUGG-LOG-CUSTOMER-ID     PIC X(32).
           05 SUGG-LOG-USERID          PIC X(08).
           05 SUGG-LOG-QUANTITY        PIC S9(09)      COMP-3.
           05 FILLER                   PIC X(14)       VALUE SPACES.
