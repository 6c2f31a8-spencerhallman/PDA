      ******************************************************************
      * DROP-SHIP INSTRUCTION RECORD  -- VSAM KSDS                     *
      * ONE RECORD PER DROP-SHIP PURCHASE ORDER LINE, KEYED THE SAME   *
      * AS THE PURCHASE ORDER LINE (VPURCHOR).  WRITTEN BY ORDER       *
      * SUBMIT (PDA009) WHEN A LINE FOR A DROP-SHIP ITEM RAISES ITS    *
      * PURCHASE ORDER LINE.  IT CARRIES THE CUSTOMER ORDER LINE THE   *
      * PURCHASE ORDER FILLS AND THE CUSTOMER SHIP-TO ADDRESS FROZEN   *
      * AT SUBMIT (THE ORDER SHIP-TO SNAPSHOT WHEN ONE WAS CHOSEN,     *
      * OTHERWISE THE CUSTOMER MASTER SHIP-TO).  PDAB90 SENDS THE      *
      * ADDRESS TO THE SUPPLIER WITH THE PURCHASE ORDER; PDAB92 USES   *
      * THE ORDER LINE TO POST THE SUPPLIER'S SHIPMENT (PDAB28).       *
      ******************************************************************
       01  DROP-SHIP-RECORD.
           05  DROP-SHIP-KEY.
               10 DROP-SHIP-PREFIX     PIC 9(05).
               10 DROP-SHIP-PRE REDEFINES
                  DROP-SHIP-PREFIX     PIC X(05).
               10 DROP-SHIP-PO-NUMBER  PIC 9(09).
               10 DROP-SHIP-PO-LINE    PIC 9(05).
           05 DROP-SHIP-ORDER-DB       PIC X(01).
           05 DROP-SHIP-ORDER-NUMBER   PIC 9(10).
           05 DROP-SHIP-ORDER-SEQUENCE PIC 9(05).
           05 DROP-SHIP-CUSTOMER-ID    PIC X(32).
           05 DROP-SHIP-NAME           PIC X(64).
           05 DROP-SHIP-ADDRESS        PIC X(128).
           05 DROP-SHIP-CITY           PIC X(32).
           05 DROP-SHIP-STATE          PIC X(32).
           05 DROP-SHIP-POSTAL-CODE    PIC X(12).
           05 DROP-SHIP-DATE-CREATED   PIC 9(08)       VALUE ZEROES.
           05 DROP-SHIP-STATUS         PIC X(01)       VALUE 'O'.
              88 DROP-SHIP-OPEN                        VALUE 'O'.
              88 DROP-SHIP-SHIPPED                     VALUE 'S'.
           05 FILLER                   PIC X(56)       VALUE SPACES.
