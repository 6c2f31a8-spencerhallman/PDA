      ******************************************************************
      * SERIAL NUMBER RECORD  -- VSAM KSDS                             *
      * ONE ENTRY PER SERIALIZED UNIT (ITEM SERIAL_SW = 'Y'), KEYED BY *
      * PREFIX, ITEM, SERIAL NUMBER AND EVENT SEQUENCE.  EVENT SEQ 000 *
      * IS THE SERIAL MASTER CARRYING THE CURRENT STATUS, THE LAST     *
      * EVENT NUMBER USED AND THE LAST SHIPMENT.  EVENTS 001 AND UP    *
      * ARE THE UNIT HISTORY, ONE PER MOVEMENT:  RECEIVED ON A         *
      * PURCHASE ORDER (PDAB23), SHIPPED ON A CUSTOMER ORDER (PDAB28)  *
      * AND RETURNED (PDA027).  THE HISTORY IS BROWSED ONLINE BY       *
      * PDA063.  RECORD LENGTH 200.                                    *
      ******************************************************************
       01  SERIAL-RECORD.
           05  SERIAL-KEY.
               10 SERIAL-PREFIX        PIC 9(05).
               10 SERIAL-PRE REDEFINES
                  SERIAL-PREFIX        PIC X(05).
               10 SERIAL-ITEM-NUMBER   PIC X(32).
               10 SERIAL-NUMBER        PIC X(20).
               10 SERIAL-EVENT-SEQ     PIC 9(03).
                  88 SERIAL-MASTER                     VALUE 0.
      ******************************************************************
      * ON THE MASTER THE STATUS IS THE UNIT'S CURRENT STATE; ON AN    *
      * EVENT IT IS THE STATE THE EVENT LEFT THE UNIT IN.              *
      ******************************************************************
           05  SERIAL-STATUS           PIC X(01).
               88 SERIAL-IN-STOCK                      VALUE 'I'.
               88 SERIAL-SHIPPED                       VALUE 'S'.
               88 SERIAL-RETURNED                      VALUE 'T'.
               88 SERIAL-AVAILABLE                     VALUE 'I' 'T'.
           05  SERIAL-EVENT-DATE       PIC 9(08).
           05  SERIAL-LAST-SEQ         PIC 9(03).
           05  SERIAL-PO-NUMBER        PIC 9(09).
           05  SERIAL-PO-LINE          PIC 9(05).
           05  SERIAL-LOT-NUMBER       PIC X(10).
           05  SERIAL-WHSE             PIC X(08).
           05  SERIAL-ORDER-NUMBER     PIC 9(10).
           05  SERIAL-ORDER-ITEM-SEQ   PIC 9(05).
           05  SERIAL-CUSTOMER-ID      PIC X(32).
           05  SERIAL-SHIP-DATE        PIC 9(08).
           05  SERIAL-RETURN-REASON    PIC X(03).
           05  SERIAL-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(30).
