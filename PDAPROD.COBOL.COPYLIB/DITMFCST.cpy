      ******************************************************************
      * DCLGEN TABLE(ITEM_FORECAST)                                    *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DITMFCST))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ITEM-FCST-)                                       *
      *        STRUCTURE(ITEM-FORECAST)                                *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * NEXT MONTH'S DEMAND FORECAST PER ITEM, AS PRINTED ON THE       *
      * DEMAND FORECAST REPORT (PDAB33):  THE ITEM'S ORDERED QUANTITY  *
      * (DEMAND_QTY) AVERAGED OVER THE CALENDAR MONTHS WITH ACTIVITY   *
      * (MONTHS_ACTIVE).  REPLACED WHOLE ON EVERY PDAB33 RUN; READ BY  *
      * THE SALES HISTORY SCREEN (PDA069).                             *
      ******************************************************************
           EXEC SQL DECLARE ITEM_FORECAST TABLE
           ( ITEM_NUMBER                    CHAR(32) NOT NULL,
             FORECAST_QTY                   INTEGER NOT NULL,
             DEMAND_QTY                     INTEGER NOT NULL,
             MONTHS_ACTIVE                  SMALLINT NOT NULL,
             FORECAST_DATE                  CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ITEM_FORECAST                      *
      ******************************************************************
       01  ITEM-FORECAST.
           05 ITEM-FCST-ITEM-NUMBER    PIC X(32).
           05 ITEM-FCST-FORECAST-QTY   PIC S9(9) COMP.
           05 ITEM-FCST-DEMAND-QTY     PIC S9(9) COMP.
           05 ITEM-FCST-MONTHS-ACTIVE  PIC S9(4) COMP.
           05 ITEM-FCST-FORECAST-DATE  PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
