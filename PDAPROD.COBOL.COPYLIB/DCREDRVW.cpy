      ******************************************************************
      * DCLGEN TABLE(CREDIT_REVIEW_PARM)                               *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DCREDRVW))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(CREDIT-REVIEW-PARM)                           *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * QUARTERLY CREDIT REVIEW RULES BY PREFIX, READ BY THE PDAB115   *
      * BATCH.  THE RULES ARE TESTED IN ORDER HOLD, DECREASE, INCREASE *
      * -- THE FIRST ONE MET IS RECOMMENDED, OTHERWISE KEEP.           *
      *   HOLD      AVERAGE DAYS-TO-PAY AT OR ABOVE HOLD_DAYS_TO_PAY,  *
      *             OR A DUNNING LEVEL AT OR ABOVE HOLD_DUNNING_LEVEL  *
      *             REACHED IN THE QUARTER, OR WRITE-OFFS IN THE       *
      *             QUARTER AT OR ABOVE HOLD_WRITE_OFF_AMT             *
      *   DECREASE  AVERAGE DAYS-TO-PAY AT OR ABOVE DECR_DAYS_TO_PAY,  *
      *             OR A DUNNING LEVEL AT OR ABOVE DECR_DUNNING_LEVEL; *
      *             THE LIMIT IS CUT BY DECR_PCT PERCENT               *
      *   INCREASE  AVERAGE DAYS-TO-PAY AT OR BELOW INCR_DAYS_TO_PAY   *
      *             AND PEAK BALANCE AT OR ABOVE INCR_UTIL_PCT PERCENT *
      *             OF THE LIMIT, WITH NO DUNNING, WRITE-OFF OR OPEN   *
      *             CLAIM; THE LIMIT IS RAISED BY INCR_PCT PERCENT BUT *
      *             NOT PAST INCR_MAX_LIMIT (ZERO = NO CEILING)        *
      * A ZERO DAYS, LEVEL OR AMOUNT THRESHOLD SWITCHES THAT TEST OFF. *
      ******************************************************************
           EXEC SQL DECLARE CREDIT_REVIEW_PARM TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             HOLD_DAYS_TO_PAY               SMALLINT NOT NULL,
             HOLD_DUNNING_LEVEL             SMALLINT NOT NULL,
             HOLD_WRITE_OFF_AMT             DECIMAL(9, 2) NOT NULL,
             DECR_DAYS_TO_PAY               SMALLINT NOT NULL,
             DECR_DUNNING_LEVEL             SMALLINT NOT NULL,
             DECR_PCT                       DECIMAL(5, 2) NOT NULL,
             INCR_DAYS_TO_PAY               SMALLINT NOT NULL,
             INCR_UTIL_PCT                  DECIMAL(5, 2) NOT NULL,
             INCR_PCT                       DECIMAL(5, 2) NOT NULL,
             INCR_MAX_LIMIT                 DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CREDIT_REVIEW_PARM                 *
      ******************************************************************
       01  CREDIT-REVIEW-PARM.
           05  CRP-PREFIX              PIC X(5).
           05  CRP-HOLD-DAYS-TO-PAY    PIC S9(4) USAGE COMP.
           05  CRP-HOLD-DUNNING-LEVEL  PIC S9(4) USAGE COMP.
           05  CRP-HOLD-WRITE-OFF-AMT  PIC S9(7)V9(2) USAGE COMP-3.
           05  CRP-DECR-DAYS-TO-PAY    PIC S9(4) USAGE COMP.
           05  CRP-DECR-DUNNING-LEVEL  PIC S9(4) USAGE COMP.
           05  CRP-DECR-PCT            PIC S9(3)V9(2) USAGE COMP-3.
           05  CRP-INCR-DAYS-TO-PAY    PIC S9(4) USAGE COMP.
           05  CRP-INCR-UTIL-PCT       PIC S9(3)V9(2) USAGE COMP-3.
           05  CRP-INCR-PCT            PIC S9(3)V9(2) USAGE COMP-3.
           05  CRP-INCR-MAX-LIMIT      PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
