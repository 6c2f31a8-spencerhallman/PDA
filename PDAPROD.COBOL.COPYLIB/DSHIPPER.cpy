           ( SHIPPER_NUMBER                 DECIMAL(10, 0) NOT NULL,
             CARRIER_NAME                   CHAR(30) NOT NULL,
             TRACKING_URL                   CHAR(60) NOT NULL,
             HAZMAT_QUALIFIED               CHAR(1) NOT NULL,
             ACTIVE                         CHAR(1) NOT NULL,
             DEFAULT_CARRIER                CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SHIPPER                            *
           05  SHIPPER-CARRIER-NAME        PIC X(30).
           05  SHIPPER-TRACKING-URL        PIC X(60).
           05  SHIPPER-HAZMAT-QUALIFIED    PIC X(1).
           05  SHIPPER-ACTIVE              PIC X(1).
           05  SHIPPER-DEFAULT-CARRIER     PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * HAZMAT_QUALIFIED (Y) MEANS THE CARRIER ACCEPTS HAZARDOUS       *
      * MATERIAL SHIPMENTS.  ENFORCED AT ORDER SUBMIT (PDA009) FOR     *
      * ORDERS CARRYING HAZMAT-CLASSED ITEMS.  DDL: NOT NULL WITH      *
      * DEFAULT 'N'.                                                   *
      ******************************************************************
      * ACTIVE (Y) MEANS THE CARRIER IS RATE-SHOPPED AT ORDER SUBMIT   *
      * (PDAS12); AN INACTIVE CARRIER MAY STILL BE KEYED AS AN         *
      * OVERRIDE.  DEFAULT_CARRIER (Y) MARKS THE ONE HOUSE CARRIER     *
      * ORDERS SHIPPED BY BEFORE RATE SHOPPING -- ITS CHARGE IS THE    *
      * BASELINE FOR THE FREIGHT SAVINGS REPORT (PDAB96).  DDL: NOT    *
      * NULL WITH DEFAULT 'Y' AND 'N' RESPECTIVELY.                    *
      ******************************************************************
