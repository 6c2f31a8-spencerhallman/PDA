      ******************************************************************
      * DCLGEN TABLE(FINANCE_CHARGE_PARM)                              *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DFINCHG))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(FINANCE-CHARGE-PARM)                          *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * MONTH-END FINANCE CHARGE PARAMETERS BY PREFIX, READ BY THE     *
      * PDAB87 BATCH.  RATE_PCT IS THE MONTHLY PERCENTAGE CHARGED ON   *
      * A PAST-DUE BALANCE (1.500 = 1.5 PERCENT A MONTH); A CHARGE     *
      * UNDER MIN_CHARGE IS RAISED TO IT.  AN ITEM IS PAST DUE ONCE    *
      * IT IS MORE THAN GRACE_DAYS BEYOND ITS DUE DATE.  A PREFIX      *
      * WITH NO ROW IS NOT CHARGED.                                    *
      ******************************************************************
           EXEC SQL DECLARE FINANCE_CHARGE_PARM TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             RATE_PCT                       DECIMAL(5, 3) NOT NULL,
             MIN_CHARGE                     DECIMAL(7, 2) NOT NULL,
             GRACE_DAYS                     SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINANCE_CHARGE_PARM                *
      ******************************************************************
       01  FINANCE-CHARGE-PARM.
           05  FCP-PREFIX              PIC X(5).
           05  FCP-RATE-PCT            PIC S9(2)V9(3) USAGE COMP-3.
           05  FCP-MIN-CHARGE          PIC S9(5)V9(2) USAGE COMP-3.
           05  FCP-GRACE-DAYS          PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
