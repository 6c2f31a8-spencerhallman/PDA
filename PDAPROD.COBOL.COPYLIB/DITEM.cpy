             WEIGHT_PER_UNIT                DECIMAL(7, 2) NOT NULL,
             DISCONTINUED_SW                CHAR(1) NOT NULL,
             DISCONTINUED_DATE              CHAR(8) NOT NULL,
             HAZMAT_CLASS                   CHAR(3) NOT NULL,
             DROP_SHIP_SW                   CHAR(1) NOT NULL,
             SHELF_LIFE_SW                  CHAR(1) NOT NULL,
             SERIAL_SW                      CHAR(1) NOT NULL,
             WARRANTY_DAYS                  SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ITEM                               *
           05  ITEM-DISCONTINUED-SW    PIC X(1).
           05  ITEM-DISCONTINUED-DATE  PIC X(8).
           05  ITEM-HAZMAT-CLASS       PIC X(3).
           05  ITEM-DROP-SHIP-SW       PIC X(1).
           05  ITEM-SHELF-LIFE-SW      PIC X(1).
           05  ITEM-SERIAL-SW          PIC X(1).
           05  ITEM-WARRANTY-DAYS      PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
      * WEIGHT_PER_UNIT IS THE SHIPPING WEIGHT OF ONE UNIT (POUNDS).  *
      * FREIGHT IS COMPUTED AT ORDER SUBMIT FROM TOTAL ORDER WEIGHT   *
      * TABLE, AND THE CLASS IS PRINTED ON THE PICK (PDAB55) AND       *
      * MANIFEST (PDAB56) PAPERWORK.  DDL: NOT NULL WITH DEFAULT.      *
      ******************************************************************
      ******************************************************************
      * DROP_SHIP_SW ('Y') MARKS AN ITEM THE SUPPLIER SHIPS DIRECTLY   *
      * TO THE CUSTOMER.  PDA007 SKIPS THE STOCK CHECK AND WAREHOUSE   *
      * ALLOCATION FOR IT; ORDER SUBMIT (PDA009) RAISES A RELEASED     *
      * PURCHASE ORDER LINE CARRYING THE CUSTOMER SHIP-TO (VDROPSHP)   *
      * INSTEAD OF DRAWING ON STOCK, AND THE LINE IS NEVER PICKED.     *
      * DDL: NOT NULL WITH DEFAULT ('N').                              *
      ******************************************************************
      ******************************************************************
      * SHELF_LIFE_SW ('Y') MARKS A DATED ITEM.  IT IS RECEIVED BY LOT *
      * WITH AN EXPIRATION DATE (PDAB23), PICKED AND RELIEVED FROM THE *
      * EARLIEST-EXPIRING LOT FIRST (PDAB55 / PDAB28), AN EXPIRED LOT  *
      * IS NEVER SHIPPED, AND LOTS NEARING EXPIRY ARE LISTED WEEKLY    *
      * (PDAB99).  DDL: NOT NULL WITH DEFAULT ('N').                   *
      ******************************************************************
      ******************************************************************
      * SERIAL_SW ('Y') MARKS A SERIALIZED ITEM.  EACH UNIT RECEIVED   *
      * (PDAB23) AND SHIPPED (PDAB28) IS KEYED BY SERIAL NUMBER AND    *
      * TRACKED ON THE VSERIAL FILE; A RETURN (PDA027) MUST NAME THE   *
      * SERIAL SHIPPED ON THE ORDER.  WARRANTY_DAYS IS THE WARRANTY    *
      * PERIOD FROM THE SHIP DATE (ZERO = NO WARRANTY), SHOWN WHEN A   *
      * SERIALIZED RETURN IS ENTERED.  DDL: NOT NULL WITH DEFAULT      *
      * ('N' / 0).                                                     *
      ******************************************************************
