      ******************************************************************
      * COLLECTIONS WORKLIST RECORD  -- VSAM KSDS                      *
      * REBUILT EVERY NIGHT BY THE COLLECTIONS BATCH (PDAB114) WITH    *
      * ONE RECORD PER CUSTOMER CARRYING A PAST-DUE AR BALANCE OR A    *
      * BROKEN PROMISE-TO-PAY, KEYED BY PREFIX AND RANK.  RANK 1 IS    *
      * THE LARGEST PAST-DUE BALANCE; EQUAL BALANCES RANK THE OLDEST   *
      * FIRST.  THE COLLECTOR WORKS THE LIST ON THE PDA066 SCREEN,     *
      * WHICH STAMPS THE RECORD WHEN THE ACCOUNT IS WORKED DURING THE  *
      * DAY.                                                           *
      ******************************************************************
       01  COLL-WORK-RECORD.
           05  COLL-WORK-KEY.
               10 COLL-WORK-PREFIX     PIC 9(05).
               10 COLL-WORK-PRE REDEFINES
                  COLL-WORK-PREFIX     PIC X(05).
               10 COLL-WORK-RANK       PIC 9(05).
           05 COLL-WORK-CUSTOMER-ID    PIC X(32)       VALUE SPACES.
           05 COLL-WORK-CUSTOMER-NAME  PIC X(40)       VALUE SPACES.
           05 COLL-WORK-SALES-REP      PIC X(03)       VALUE SPACES.
           05 COLL-WORK-COLLECTOR      PIC X(03)       VALUE SPACES.
           05 COLL-WORK-PAST-DUE-AMT   PIC S9(09)V99   COMP-3.
           05 COLL-WORK-BALANCE-DUE    PIC S9(09)V99   COMP-3.
           05 COLL-WORK-DAYS-PAST-DUE  PIC 9(05)       VALUE ZEROES.
           05 COLL-WORK-PAST-DUE-ITEMS PIC 9(05)       VALUE ZEROES.
           05 COLL-WORK-DUNNING-LEVEL  PIC 9(01)       VALUE ZEROES.
      ******************************************************************
      * B = A PROMISE-TO-PAY WAS BROKEN AND NOT YET FOLLOWED UP,       *
      * P = A PROMISE IS OPEN AND NOT YET DUE, SPACE = NEITHER         *
      ******************************************************************
           05 COLL-WORK-STATUS         PIC X(01)       VALUE SPACES.
              88 COLL-WORK-BROKEN-PROMISE              VALUE 'B'.
              88 COLL-WORK-PROMISE-OPEN                VALUE 'P'.
           05 COLL-WORK-PROMISE-AMT    PIC S9(09)V99   COMP-3.
           05 COLL-WORK-PROMISE-DATE   PIC 9(08)       VALUE ZEROES.
           05 COLL-WORK-LAST-CONTACT-DATE
                                       PIC 9(08)       VALUE ZEROES.
           05 COLL-WORK-BUILT-DATE     PIC 9(08)       VALUE ZEROES.
           05 COLL-WORK-WORKED-SW      PIC X(01)       VALUE 'N'.
              88 COLL-WORK-WORKED-TODAY                VALUE 'Y'.
           05 FILLER                   PIC X(57)       VALUE SPACES.
