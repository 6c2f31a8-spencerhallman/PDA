      * THE RECORD WITH MEMO NUMBER ZERO IS THE CONTROL RECORD FOR A   *
      * PREFIX -- ITS ORDER NUMBER FIELD HOLDS THE LAST DEBIT MEMO     *
      * NUMBER ASSIGNED.                                               *
      * PDAB23 ALSO RAISES MEMOS (SOURCE 'I') FOR GOODS REJECTED AT    *
      * RECEIVING INSPECTION (VQCHOLD); THE ORDER NUMBER AND ITEM      *
      * SEQUENCE THEN HOLD THE PURCHASE ORDER NUMBER AND LINE.         *
      * PDAB106 RAISES MEMOS (SOURCE 'B') FOR SUPPLIER VOLUME REBATES  *
      * CLAIMED AT THE END OF A REBATE AGREEMENT PERIOD (VREBAGR); THE *
      * ORDER NUMBER THEN HOLDS THE AGREEMENT SEQUENCE.                *
      ******************************************************************
       01  DEBIT-MEMO-RECORD.
           05  DEBIT-MEMO-KEY.
           05 DEBIT-MEMO-STATUS        PIC X(01)       VALUE 'O'.
              88 DEBIT-MEMO-OPEN                       VALUE 'O'.
              88 DEBIT-MEMO-COLLECTED                  VALUE 'C'.
           05 DEBIT-MEMO-SOURCE        PIC X(01)       VALUE SPACES.
              88 DEBIT-MEMO-FROM-RETURN                VALUE ' ' 'R'.
              88 DEBIT-MEMO-FROM-INSPECTION            VALUE 'I'.
              88 DEBIT-MEMO-FROM-REBATE                VALUE 'B'.
           05 FILLER                   PIC X(15)       VALUE SPACES.
