      ******************************************************************
      * SHIPPING CARTON RECORD  -- VSAM KSDS                           *
      * ONE RECORD PER CARTON PACKED FOR AN ORDER, KEYED BY PREFIX,    *
      * ORDER DATABASE (1=ORDER1DB 2=ORDER2DB), ORDER NUMBER AND THE   *
      * PACKER'S CARTON SEQUENCE WITHIN THE ORDER.  WRITTEN PACKED     *
      * ('P') BY THE PACK CONFIRMATION BATCH PDAB94 WITH THE ORDER     *
      * LINES AND QUANTITIES IN THE CARTON AND ITS ACTUAL WEIGHT; EACH *
      * CARTON IS GIVEN A CARTON NUMBER UNIQUE WITHIN THE PREFIX,      *
      * WHICH IS PRINTED AS BARCODE DATA ON THE CARTON LABEL.  THE     *
      * SHIPMENT MANIFEST (PDAB56) LISTS THE CARTONS OF A SHIPPED      *
      * ORDER AT THEIR ACTUAL WEIGHT AND MARKS THEM MANIFESTED ('M').  *
      * THE RECORD WITH DATABASE '0', ORDER NUMBER ZERO AND CARTON     *
      * SEQUENCE ZERO IS THE CONTROL RECORD FOR A PREFIX -- ITS CARTON *
      * NUMBER FIELD HOLDS THE LAST CARTON NUMBER ASSIGNED.            *
      ******************************************************************
       01  CARTON-RECORD.
           05  CARTON-KEY.
               10 CARTON-PREFIX        PIC 9(05).
               10 CARTON-PRE REDEFINES
                  CARTON-PREFIX        PIC X(05).
               10 CARTON-DATABASE      PIC X(01).
               10 CARTON-ORDER-NUMBER  PIC 9(10).
               10 CARTON-SEQUENCE      PIC 9(03).
           05 CARTON-NUMBER            PIC 9(09).
           05 CARTON-SHIPPER-NUMBER    PIC 9(10).
           05 CARTON-WEIGHT            PIC 9(05)V99    COMP-3.
           05 CARTON-TOTAL-QTY         PIC 9(09)       COMP-3.
           05 CARTON-DATE-PACKED       PIC 9(08)       VALUE ZEROES.
           05 CARTON-DATE-MANIFESTED   PIC 9(08)       VALUE ZEROES.
           05 CARTON-STATUS            PIC X(01)       VALUE 'P'.
              88 CARTON-PACKED                         VALUE 'P'.
              88 CARTON-MANIFESTED                     VALUE 'M'.
           05 CARTON-LINE-COUNT        PIC 9(03)       VALUE ZEROES.
           05 CARTON-LINE              OCCURS 10 TIMES.
              10 CARTON-LINE-ITEM-SEQ  PIC 9(05).
              10 CARTON-LINE-ITEM-NUMBER
                                       PIC X(32).
              10 CARTON-LINE-QTY       PIC 9(09)       COMP-3.
           05 FILLER                   PIC X(25)       VALUE SPACES.
