      ******************************************************************
      * DCLGEN TABLE(FISCAL_CALENDAR)                                  *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DFISCAL))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FISCAL-CAL-)                                      *
      *        STRUCTURE(FISCAL-CALENDAR)                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER FISCAL PERIOD PER USER PREFIX, MAINTAINED ON THE   *
      * FISCAL CALENDAR SCREEN (PDA067), GIVING THE PERIOD'S FIRST     *
      * AND LAST DAY (CCYYMMDD).  PERIODS OF A PREFIX NEVER OVERLAP.   *
      * THE PERIOD KEY USED ON PERIOD_LOCK, SALES_SUMMARY,             *
      * SALES_BUDGET AND THE PERIOD CONTROL CARDS IS FISCAL_YEAR       *
      * FOLLOWED BY FISCAL_PERIOD (CCYYPP).  EVERY ORDER DATE IS       *
      * RESOLVED TO ITS PERIOD THROUGH PDAS13.  A PREFIX WITH NO ROWS  *
      * KEEPS CALENDAR MONTHS (PERIOD KEY CCYYMM).                     *
      ******************************************************************
           EXEC SQL DECLARE FISCAL_CALENDAR TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             FISCAL_YEAR                    CHAR(4) NOT NULL,
             FISCAL_PERIOD                  CHAR(2) NOT NULL,
             START_DATE                     CHAR(8) NOT NULL,
             END_DATE                       CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FISCAL_CALENDAR                    *
      ******************************************************************
       01  FISCAL-CALENDAR.
           05 FISCAL-CAL-PREFIX        PIC X(5).
           05 FISCAL-CAL-YEAR          PIC X(4).
           05 FISCAL-CAL-PERIOD        PIC X(2).
           05 FISCAL-CAL-START-DATE    PIC X(8).
           05 FISCAL-CAL-END-DATE      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
