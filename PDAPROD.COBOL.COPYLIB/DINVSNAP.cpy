      ******************************************************************
      * DCLGEN TABLE(INVENTORY_SNAPSHOT)                               *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DINVSNAP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(INV-SNAP-)                                        *
      *        STRUCTURE(INVENTORY-SNAPSHOT)                           *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * DAILY INVENTORY POSITION HISTORY, TAKEN NIGHTLY BY PDAB126 AND *
      * DATED SNAPSHOT_DATE (CCYYMMDD).  FOR EACH DATE THERE ARE TWO   *
      * KINDS OF ROW:                                                  *
      *   WAREHOUSE_ID NOT BLANK -- ONE PER ITEM_SUPPLIER_WHSE ROW,    *
      *     THE WAREHOUSE'S ON HAND AND RESERVED QUANTITIES;           *
      *     BACKORDERED AND ON ORDER ARE ZERO (NEITHER IS KEPT BY      *
      *     WAREHOUSE).                                                *
      *   WAREHOUSE_ID BLANK -- ONE PER ITEM / SUPPLIER, THE COMPANY   *
      *     POSITION:  ITEM_SUPPLIER ON HAND AND RESERVED, THE OPEN    *
      *     BACKORDER QUANTITY (VBACKORD) AND THE QUANTITY STILL DUE   *
      *     IN ON RELEASED PURCHASE ORDER LINES (VPURCHOR).            *
      * READ BY THE WEEKLY DAYS-OF-SUPPLY REPORT (PDAB127).  PURGED BY *
      * THE RETENTION RUN (PDAB69, STORE INVSNAP).                     *
      ******************************************************************
           EXEC SQL DECLARE INVENTORY_SNAPSHOT TABLE
           ( SNAPSHOT_DATE                  CHAR(8) NOT NULL,
             ITEM_PREFIX                    CHAR(5) NOT NULL,
             ITEM_NUMBER                    CHAR(32) NOT NULL,
             SUPPLIER_ID                    CHAR(32) NOT NULL,
             WAREHOUSE_ID                   CHAR(8) NOT NULL,
             QUANTITY_ON_HAND               INTEGER NOT NULL,
             QUANTITY_RESERVED              INTEGER NOT NULL,
             QUANTITY_BACKORDERED           INTEGER NOT NULL,
             QUANTITY_ON_ORDER              INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INVENTORY_SNAPSHOT                 *
      ******************************************************************
       01  INVENTORY-SNAPSHOT.
           05 INV-SNAP-SNAPSHOT-DATE   PIC X(8).
           05 INV-SNAP-ITEM-PREFIX     PIC X(5).
           05 INV-SNAP-ITEM-NUMBER     PIC X(32).
           05 INV-SNAP-SUPPLIER-ID     PIC X(32).
           05 INV-SNAP-WAREHOUSE-ID    PIC X(8).
           05 INV-SNAP-QUANTITY-ON-HAND
                                       PIC S9(9) COMP.
           05 INV-SNAP-QUANTITY-RESERVED
                                       PIC S9(9) COMP.
           05 INV-SNAP-QUANTITY-BACKORDERED
                                       PIC S9(9) COMP.
           05 INV-SNAP-QUANTITY-ON-ORDER
                                       PIC S9(9) COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
