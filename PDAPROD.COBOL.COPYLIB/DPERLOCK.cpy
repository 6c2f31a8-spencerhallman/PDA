      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER CLOSED ACCOUNTING PERIOD PER USER PREFIX --        *
      * CCYYMM, OR FISCAL CCYYPP WHEN THE PREFIX KEEPS A FISCAL        *
      * CALENDAR (DFISCAL) -- WRITTEN BY THE PERIOD-END CLOSE          *
      * (PDAB42).  ORDER-AFFECTING PROGRAMS CHECK IT:  PDA010/PDA110   *
      * BLOCK CHANGES TO ORDERS DATED IN A CLOSED PERIOD, AND SUBMITS  *
      * DATED INTO A CLOSED PERIOD ARE ROLLED FORWARD INTO THE OPEN    *
      * PERIOD BY PDAS10.  THE FISCAL CALENDAR SCREEN (PDA067) WILL    *
      * NOT CHANGE OR DELETE A CLOSED PERIOD.                          *
      ******************************************************************
           EXEC SQL DECLARE PERIOD_LOCK TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
