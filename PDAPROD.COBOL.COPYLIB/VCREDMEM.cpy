      * THE RECORD WITH MEMO NUMBER ZERO IS THE CONTROL RECORD FOR A   *
      * PREFIX -- ITS ORDER NUMBER FIELD HOLDS THE LAST CREDIT MEMO    *
      * NUMBER ASSIGNED.                                               *
      * PDAB107 ALSO ISSUES MEMOS (SOURCE 'B') TO PAY OUT A CUSTOMER   *
      * VOLUME REBATE (VCUSREB) AT THE END OF THE REBATE PERIOD; THE   *
      * ORDER NUMBER THEN HOLDS THE REBATE PROGRAM SEQUENCE.           *
      ******************************************************************
       01  CREDIT-MEMO-RECORD.
           05  CREDIT-MEMO-KEY.
           05 CREDIT-MEMO-STATUS       PIC X(01)       VALUE 'A'.
              88 CREDIT-MEMO-APPLIED                   VALUE 'A'.
              88 CREDIT-MEMO-OPEN-CREDIT               VALUE 'O'.
           05 CREDIT-MEMO-SOURCE       PIC X(01)       VALUE SPACES.
              88 CREDIT-MEMO-FROM-RETURN               VALUE ' ' 'R'.
              88 CREDIT-MEMO-FROM-REBATE               VALUE 'B'.
           05 FILLER                   PIC X(14)       VALUE SPACES.
