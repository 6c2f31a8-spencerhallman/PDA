      ******************************************************************
      * DCLGEN TABLE(INVENTORY_GL_MAP)                                 *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DINVGLMP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(INVENTORY-GL-MAP)                             *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * GENERAL LEDGER ACCOUNTS FOR THE INVENTORY SUBLEDGER JOURNAL,   *
      * READ BY THE PDAB118 BATCH.  ONE ROW PER MOVEMENT TYPE AND ITEM *
      * CATEGORY; A ROW WITH CATEGORY_NAME '*' IS THE DEFAULT FOR ANY  *
      * CATEGORY OF THAT MOVEMENT TYPE NOT LISTED.  A POSITIVE         *
      * MOVEMENT VALUE DEBITS DEBIT_ACCOUNT AND CREDITS                *
      * CREDIT_ACCOUNT; A NEGATIVE ONE (A DOWNWARD ADJUSTMENT)         *
      * REVERSES THEM.                                                 *
      *   RCV  PURCHASE RECEIPT        LND  LANDED COST CHARGE         *
      *   COG  COST OF GOODS SHIPPED   DSC  DROP-SHIP COST OF GOODS    *
      *   ADJ  INVENTORY ADJUSTMENT    RST  RETURN RESTOCKED           *
      *   SCR  RETURN SCRAPPED         RTV  RETURN TO VENDOR           *
      *   XFO  TRANSFER SHIPPED        XFI  TRANSFER RECEIVED          *
      ******************************************************************
           EXEC SQL DECLARE INVENTORY_GL_MAP TABLE
           ( MOVEMENT_TYPE                  CHAR(3) NOT NULL,
             CATEGORY_NAME                  CHAR(32) NOT NULL,
             DEBIT_ACCOUNT                  CHAR(10) NOT NULL,
             CREDIT_ACCOUNT                 CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INVENTORY_GL_MAP                   *
      ******************************************************************
       01  INVENTORY-GL-MAP.
           05  IGM-MOVEMENT-TYPE       PIC X(3).
           05  IGM-CATEGORY-NAME       PIC X(32).
           05  IGM-DEBIT-ACCOUNT       PIC X(10).
           05  IGM-CREDIT-ACCOUNT      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
