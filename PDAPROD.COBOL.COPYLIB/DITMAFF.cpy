      ******************************************************************
      * DCLGEN TABLE(ITEM_AFFINITY)                                    *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DITMAFF))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ITEM-AFF-)                                        *
      *        STRUCTURE(ITEM-AFFINITY)                                *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ITEM AFFINITY ("CUSTOMERS ALSO ORDERED"):  FOR AN ITEM, THE    *
      * ITEMS MOST OFTEN ORDERED ON THE SAME ORDER WITH IT, RANKED BY  *
      * THE NUMBER OF ORDERS CARRYING BOTH (CO_ORDER_COUNT) OVER THE   *
      * ROLLING WINDOW ENDING ON BUILD_DATE.  REBUILT WEEKLY BY        *
      * PDAB123 FROM THE SALES DETAIL EXTRACT (ORDER1DB AND ORDER2DB); *
      * PDA007 OFFERS THE BEST-RANKED RELATED ITEMS THAT ARE IN STOCK  *
      * AND ON THE CUSTOMER'S AUTHORIZED LIST.                         *
      ******************************************************************
           EXEC SQL DECLARE ITEM_AFFINITY TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             ITEM_NUMBER                    CHAR(32) NOT NULL,
             AFFINITY_RANK                  SMALLINT NOT NULL,
             RELATED_ITEM_NUMBER            CHAR(32) NOT NULL,
             CO_ORDER_COUNT                 INTEGER NOT NULL,
             ITEM_ORDER_COUNT               INTEGER NOT NULL,
             BUILD_DATE                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ITEM_AFFINITY                      *
      ******************************************************************
       01  ITEM-AFFINITY.
           05 ITEM-AFF-PREFIX          PIC X(5).
           05 ITEM-AFF-ITEM-NUMBER     PIC X(32).
           05 ITEM-AFF-RANK            PIC S9(4) COMP.
           05 ITEM-AFF-RELATED-ITEM-NUMBER
                                       PIC X(32).
           05 ITEM-AFF-CO-ORDER-COUNT  PIC S9(9) COMP.
           05 ITEM-AFF-ITEM-ORDER-COUNT
                                       PIC S9(9) COMP.
           05 ITEM-AFF-BUILD-DATE      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
