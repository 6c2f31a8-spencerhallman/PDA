      ******************************************************************
      * UNAPPLIED CASH SUSPENSE RECORD  -- VSAM KSDS                   *
      * ONE RECORD PER LOCKBOX REMITTANCE (OR OVERPAID EXCESS) THE     *
      * NIGHTLY CASH APPLICATION BATCH (PDAB48) COULD NOT APPLY TO AN  *
      * OPEN AR ITEM, KEYED BY PREFIX, DATE RECEIVED AND SEQUENCE.     *
      * THE CASH DESK WORKS THE ITEMS ON THE PDA060 SCREEN -- APPLIED  *
      * WHOLLY OR SPLIT ACROSS ONE OR MORE OPEN ITEMS, REFUNDED, OR    *
      * HELD ON ACCOUNT FOR THE CUSTOMER -- AND THE DAILY PDAB85       *
      * REPORT AGES THE UNAPPLIED BALANCE.                             *
      ******************************************************************
       01  SUSPENSE-CASH-RECORD.
           05  SUSPENSE-KEY.
               10 SUSPENSE-PREFIX      PIC 9(05).
               10 SUSPENSE-PRE REDEFINES
                  SUSPENSE-PREFIX      PIC X(05).
               10 SUSPENSE-DATE        PIC 9(08).
               10 SUSPENSE-SEQ         PIC 9(05).
           05 SUSPENSE-CUSTOMER-ID     PIC X(32).
           05 SUSPENSE-ORDER-NUMBER    PIC 9(10).
           05 SUSPENSE-REMIT-DATE      PIC 9(08)       VALUE ZEROES.
           05 SUSPENSE-ORIGINAL-AMT    PIC S9(09)V99   COMP-3.
           05 SUSPENSE-REMAINING-AMT   PIC S9(09)V99   COMP-3.
           05 SUSPENSE-APPLIED-AMT     PIC S9(09)V99   COMP-3.
           05 SUSPENSE-REFUND-AMT      PIC S9(09)V99   COMP-3.
      ******************************************************************
      * WHY THE REMITTANCE COULD NOT BE APPLIED                        *
      ******************************************************************
           05 SUSPENSE-REASON          PIC X(01)       VALUE SPACES.
              88 SUSPENSE-NO-OPEN-ITEM                 VALUE 'N'.
              88 SUSPENSE-ITEM-CLOSED                  VALUE 'C'.
              88 SUSPENSE-NO-CUSTOMER                  VALUE 'M'.
              88 SUSPENSE-OVERPAYMENT                  VALUE 'O'.
      ******************************************************************
      * U IS UNAPPLIED, H IS HELD ON ACCOUNT FOR THE CUSTOMER (STILL   *
      * AVAILABLE TO APPLY OR REFUND), A IS FULLY APPLIED AND R IS     *
      * REFUNDED -- A AND R ARE CLOSED                                 *
      ******************************************************************
           05 SUSPENSE-STATUS          PIC X(01)       VALUE 'U'.
              88 SUSPENSE-UNAPPLIED                    VALUE 'U'.
              88 SUSPENSE-ON-ACCOUNT                   VALUE 'H'.
              88 SUSPENSE-APPLIED                      VALUE 'A'.
              88 SUSPENSE-REFUNDED                     VALUE 'R'.
              88 SUSPENSE-AVAILABLE                    VALUE 'U' 'H'.
           05 SUSPENSE-LAST-ACTION-DATE
                                       PIC 9(08)       VALUE ZEROES.
           05 SUSPENSE-LAST-USERID     PIC X(08)       VALUE SPACES.
           05 FILLER                   PIC X(18)       VALUE SPACES.
