      ******************************************************************
      * DCLGEN TABLE(ITEM_SALES_HISTORY)                               *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DITMSHST))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ISH-)                                             *
      *        STRUCTURE(ITEM-SALES-HISTORY)                           *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * MONTHLY ITEM / SUPPLIER SALES HISTORY:  ONE ROW PER ITEM,      *
      * SUPPLIER AND CALENDAR MONTH (PERIOD CCYYMM) WITH ANY ACTIVITY. *
      * UNITS_SOLD / SALES_AMOUNT ARE THE ORDER LINES DATED IN THE     *
      * MONTH (SALES DETAIL EXTRACT, PDAB36); UNITS_RETURNED /         *
      * RETURN_AMOUNT ARE THE RETURNS ACCEPTED IN THE MONTH (VRETURN). *
      * NET SALES ARE THE DIFFERENCE.  REBUILT NIGHTLY BY PDAB125 FOR  *
      * THE LAST 24 MONTHS; READ BY THE SALES HISTORY SCREEN (PDA069). *
      ******************************************************************
           EXEC SQL DECLARE ITEM_SALES_HISTORY TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             ITEM_NUMBER                    CHAR(32) NOT NULL,
             SUPPLIER_ID                    CHAR(32) NOT NULL,
             PERIOD                         CHAR(6) NOT NULL,
             UNITS_SOLD                     INTEGER NOT NULL,
             SALES_AMOUNT                   DECIMAL(11, 2) NOT NULL,
             UNITS_RETURNED                 INTEGER NOT NULL,
             RETURN_AMOUNT                  DECIMAL(11, 2) NOT NULL,
             BUILD_DATE                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ITEM_SALES_HISTORY                 *
      ******************************************************************
       01  ITEM-SALES-HISTORY.
           05 ISH-PREFIX               PIC X(5).
           05 ISH-ITEM-NUMBER          PIC X(32).
           05 ISH-SUPPLIER-ID          PIC X(32).
           05 ISH-PERIOD               PIC X(6).
           05 ISH-UNITS-SOLD           PIC S9(9) COMP.
           05 ISH-SALES-AMOUNT         PIC S9(9)V9(2) COMP-3.
           05 ISH-UNITS-RETURNED       PIC S9(9) COMP.
           05 ISH-RETURN-AMOUNT        PIC S9(9)V9(2) COMP-3.
           05 ISH-BUILD-DATE           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
