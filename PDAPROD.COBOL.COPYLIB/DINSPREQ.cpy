      ******************************************************************
      * DCLGEN TABLE(INSPECT_ON_RECEIPT)                               *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DINSPREQ))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(INSPECT-ON-RECEIPT)                           *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ITEMS AND SUPPLIERS FLAGGED 'INSPECT ON RECEIPT', BY PREFIX.   *
      * A ROW NAMING A SUPPLIER AND AN ITEM FLAGS THAT ITEM FROM THAT  *
      * SUPPLIER; A ROW WITH A BLANK SUPPLIER_ID FLAGS THE ITEM FROM   *
      * EVERY SUPPLIER; A ROW WITH A BLANK ITEM_NUMBER FLAGS EVERY     *
      * ITEM FROM THE SUPPLIER.  PDAB23 POSTS A FLAGGED RECEIPT TO     *
      * QUALITY HOLD (VQCHOLD) INSTEAD OF QUANTITY ON HAND.            *
      ******************************************************************
           EXEC SQL DECLARE INSPECT_ON_RECEIPT TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             SUPPLIER_ID                    CHAR(32) NOT NULL,
             ITEM_NUMBER                    CHAR(32) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INSPECT_ON_RECEIPT                 *
      ******************************************************************
       01  INSPECT-ON-RECEIPT.
           05  IOR-PREFIX              PIC X(5).
           05  IOR-SUPPLIER-ID         PIC X(32).
           05  IOR-ITEM-NUMBER         PIC X(32).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
