      ******************************************************************
      * DCLGEN TABLE(ITEM_SUPPLIER_BIN)                                *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DITMSBIN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(ITEM-SUPPLIER-BIN)                            *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * PER-BIN STOCK BALANCE UNDER EACH ITEM / SUPPLIER / WAREHOUSE   *
      * (BIN_LOCATION).  ITEM_SUPPLIER_WHSE REMAINS THE WAREHOUSE      *
      * TOTAL; THESE ROWS SAY WHERE IN THE BUILDING THE STOCK SITS.    *
      * POSTED BY PUTAWAY (PDAB23), ADJUSTMENTS (PDA040) AND CYCLE     *
      * COUNTS (PDA043).                                               *
      ******************************************************************
           EXEC SQL DECLARE ITEM_SUPPLIER_BIN TABLE
           ( ITEM_PREFIX                    CHAR(5) NOT NULL,
             ITEM_NUMBER                    CHAR(32) NOT NULL,
             SUPPLIER_PREFIX                CHAR(5) NOT NULL,
             SUPPLIER_ID                    CHAR(32) NOT NULL,
             WAREHOUSE_ID                   CHAR(8) NOT NULL,
             BIN_ID                         CHAR(6) NOT NULL,
             QUANTITY_ON_HAND               INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ITEM_SUPPLIER_BIN                  *
      ******************************************************************
       01  ITEM-SUPPLIER-BIN.
           05  ISB-ITEM-PREFIX         PIC X(5).
           05  ISB-ITEM-NUMBER         PIC X(32).
           05  ISB-SUPPLIER-PREFIX     PIC X(5).
           05  ISB-SUPPLIER-ID         PIC X(32).
           05  ISB-WAREHOUSE-ID        PIC X(8).
           05  ISB-BIN-ID              PIC X(6).
           05  ISB-QUANTITY-ON-HAND    PIC S9(9)      USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
