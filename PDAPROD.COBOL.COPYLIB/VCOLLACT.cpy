      ******************************************************************
      * COLLECTIONS ACTIVITY RECORD  -- VSAM KSDS                      *
      * THE COLLECTOR'S HISTORY OF AN ACCOUNT, KEYED BY PREFIX,        *
      * CUSTOMER AND SEQUENCE.  SEQUENCE ZERO IS THE ACCOUNT CONTROL   *
      * RECORD (ASSIGNED COLLECTOR, LAST SEQUENCE USED, THE OPEN       *
      * PROMISE AND THE BROKEN-PROMISE FLAG).  SEQUENCE 1 AND UP ARE   *
      * THE DATED CONTACT NOTES AND PROMISES-TO-PAY KEYED ON THE       *
      * PDA066 SCREEN, PLUS THE BROKEN-PROMISE NOTES WRITTEN BY THE    *
      * NIGHTLY COLLECTIONS BATCH (PDAB114).                           *
      *                                                                *
      * A PROMISE RECORDS THE CUSTOMER'S CASH AND DISCOUNTS RECEIVED   *
      * TO DATE ACROSS ALL ITS AR ITEMS WHEN IT WAS MADE; PDAB114      *
      * MEASURES WHAT HAS COME IN SINCE AGAINST THE PROMISED AMOUNT.   *
      * THE PROMISE IS KEPT ONCE THAT MUCH HAS BEEN COLLECTED, AND     *
      * BROKEN WHEN ITS DATE PASSES (PLUS THE LOCKBOX POSTING GRACE)   *
      * WITHOUT IT.  A NEW PROMISE SUPERSEDES AN OPEN ONE.             *
      ******************************************************************
       01  COLL-ACT-RECORD.
           05  COLL-ACT-KEY.
               10 COLL-ACT-PREFIX      PIC 9(05).
               10 COLL-ACT-PRE REDEFINES
                  COLL-ACT-PREFIX      PIC X(05).
               10 COLL-ACT-CUSTOMER-ID PIC X(32).
               10 COLL-ACT-SEQ         PIC 9(05).
           05 COLL-ACT-TYPE            PIC X(01)       VALUE SPACES.
              88 COLL-ACT-CONTROL                      VALUE 'C'.
              88 COLL-ACT-NOTE                         VALUE 'N'.
              88 COLL-ACT-PROMISE                      VALUE 'P'.
              88 COLL-ACT-BROKEN-NOTE                  VALUE 'B'.
           05 COLL-ACT-NOTE-DATA.
              10 COLL-ACT-DATE         PIC 9(08).
              10 COLL-ACT-TIME         PIC X(08).
              10 COLL-ACT-USERID       PIC X(08).
              10 COLL-ACT-TEXT         PIC X(60).
              10 COLL-ACT-PROMISE-AMT  PIC S9(09)V99   COMP-3.
              10 COLL-ACT-PROMISE-DATE PIC 9(08).
              10 COLL-ACT-PROMISE-STATUS
                                       PIC X(01).
                 88 COLL-ACT-PROMISE-OPEN              VALUE 'O'.
                 88 COLL-ACT-PROMISE-KEPT              VALUE 'K'.
                 88 COLL-ACT-PROMISE-BROKEN            VALUE 'B'.
                 88 COLL-ACT-PROMISE-SUPERSEDED        VALUE 'S'.
              10 COLL-ACT-PAID-BASE    PIC S9(11)V99   COMP-3.
              10 COLL-ACT-COLLECTED-AMT
                                       PIC S9(09)V99   COMP-3.
              10 COLL-ACT-RESOLVED-DATE
                                       PIC 9(08).
              10 FILLER                PIC X(37).
           05 COLL-ACT-CONTROL-DATA REDEFINES COLL-ACT-NOTE-DATA.
              10 COLL-ACT-COLLECTOR    PIC X(03).
              10 COLL-ACT-LAST-SEQ     PIC 9(05).
              10 COLL-ACT-OPEN-PROMISE-SEQ
                                       PIC 9(05).
              10 COLL-ACT-BROKEN-SW    PIC X(01).
                 88 COLL-ACT-PROMISE-WAS-BROKEN        VALUE 'Y'.
              10 COLL-ACT-LAST-CONTACT-DATE
                                       PIC 9(08).
              10 COLL-ACT-LAST-CONTACT-USER
                                       PIC X(08).
              10 FILLER                PIC X(127).
