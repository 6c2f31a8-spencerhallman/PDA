      ******************************************************************
      * SUPPLIER REBATE AGREEMENT RECORD  -- VSAM KSDS                 *
      * ONE RECORD PER VOLUME REBATE AGREEMENT, KEYED BY PREFIX,       *
      * SUPPLIER AND AGREEMENT SEQUENCE.  THE AGREEMENT RUNS FROM THE  *
      * PERIOD START TO THE PERIOD END DATE AND MEASURES PURCHASES     *
      * RECEIVED FROM THE SUPPLIER (VPURCHOR) IN DOLLARS OR UNITS,     *
      * OPTIONALLY ONLY FOR ITEMS IN UP TO THREE CATEGORIES.  UP TO    *
      * FIVE TIERS GIVE A THRESHOLD AND THE REBATE PERCENTAGE EARNED   *
      * ON ALL RECEIVED DOLLARS ONCE THE THRESHOLD IS PASSED.  THE     *
      * MONTHLY REBATE BATCH (PDAB106) ADDS AND CHANGES AGREEMENTS     *
      * FROM CONTROL CARDS, RECOMPUTES THE PURCHASES TO DATE, TIER     *
      * AND ACCRUED REBATE, AND AFTER THE PERIOD END PRINTS THE CLAIM  *
      * STATEMENT AND RAISES A SUPPLIER DEBIT MEMO (VDEBMEMO SOURCE    *
      * 'B') FOR THE REBATE RECEIVABLE.                                *
      ******************************************************************
       01  REBATE-AGREEMENT-RECORD.
           05  REBATE-AGREEMENT-KEY.
               10 REBATE-PREFIX        PIC 9(05).
               10 REBATE-PRE REDEFINES
                  REBATE-PREFIX        PIC X(05).
               10 REBATE-SUPPLIER-ID   PIC X(32).
               10 REBATE-AGREEMENT-SEQ PIC 9(03).
           05 REBATE-PERIOD-START      PIC 9(08)       VALUE ZEROES.
           05 REBATE-PERIOD-END        PIC 9(08)       VALUE ZEROES.
           05 REBATE-BASIS             PIC X(01)       VALUE 'D'.
              88 REBATE-ON-DOLLARS                     VALUE 'D'.
              88 REBATE-ON-QUANTITY                    VALUE 'Q'.
           05 REBATE-TIER              OCCURS 5 TIMES.
              10 REBATE-TIER-THRESHOLD PIC S9(11)V99   COMP-3.
              10 REBATE-TIER-PERCENT   PIC 9(03)V999   COMP-3.
           05 REBATE-CATEGORY          OCCURS 3 TIMES
                                       PIC X(32).
           05 REBATE-BASIS-TO-DATE     PIC S9(11)V99   COMP-3.
           05 REBATE-DOLLARS-TO-DATE   PIC S9(11)V99   COMP-3.
           05 REBATE-TIER-REACHED      PIC 9(01)       VALUE ZEROES.
           05 REBATE-ACCRUED           PIC S9(09)V99   COMP-3.
           05 REBATE-DATE-ACCRUED      PIC 9(08)       VALUE ZEROES.
           05 REBATE-STATUS            PIC X(01)       VALUE 'A'.
              88 REBATE-ACTIVE                         VALUE 'A'.
              88 REBATE-CLAIMED                        VALUE 'C'.
           05 REBATE-CLAIM-MEMO        PIC 9(09)       VALUE ZEROES.
           05 REBATE-DATE-CLAIMED      PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(45)       VALUE SPACES.
