             SUPPLIER_PREFIX                CHAR(5) NOT NULL,
             SUPPLIER_ID                    CHAR(32) NOT NULL,
             WAREHOUSE_ID                   CHAR(8) NOT NULL,
             QUANTITY_ON_HAND               INTEGER NOT NULL,
             LAST_COUNT_DATE                CHAR(8) NOT NULL,
             QUANTITY_RESERVED              INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ITEM_SUPPLIER_WHSE                 *
           05  ISW-SUPPLIER-ID         PIC X(32).
           05  ISW-WAREHOUSE-ID        PIC X(8).
           05  ISW-QUANTITY-ON-HAND    PIC S9(9)      USAGE COMP.
           05  ISW-LAST-COUNT-DATE     PIC X(8).
           05  ISW-QUANTITY-RESERVED   PIC S9(9)      USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * LAST_COUNT_DATE (CCYYMMDD) IS THE DATE THE ROW WAS LAST PUT ON *
      * A CYCLE COUNT WORKLIST (PDAB53); THE ROW IS DUE AGAIN WHEN ITS *
      * ABC CLASS INTERVAL HAS PASSED.  DDL: NOT NULL WITH DEFAULT     *
      * (BLANK = NEVER COUNTED).                                       *
      ******************************************************************
      ******************************************************************
      * QUANTITY_RESERVED IS THE PART OF QUANTITY_ON_HAND AT THIS      *
      * WAREHOUSE SET ASIDE AS COMPONENT STOCK FOR OPEN KIT WORK       *
      * ORDERS (PDAB104); IT IS NOT AVAILABLE FOR ORDER ALLOCATION.    *
      * DDL: NOT NULL WITH DEFAULT (0).                                *
      ******************************************************************
