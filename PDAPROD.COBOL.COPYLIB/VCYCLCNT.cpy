      * THE RECORD WITH COUNT DATE AND SEQUENCE ZERO IS THE ROTATION   *
      * CONTROL RECORD FOR A PREFIX / WAREHOUSE -- ITS ITEM NUMBER     *
      * FIELD HOLDS THE LAST ITEM SLICED ONTO A WORKLIST.              *
      * AN ITEM STOCKED IN BINS (ITEM_SUPPLIER_BIN) GETS ONE LINE PER  *
      * BIN, IN WALK SEQUENCE, WITH THE BIN'S BOOK QUANTITY; A BLANK   *
      * BIN MEANS THE WHOLE WAREHOUSE QUANTITY IS COUNTED.             *
      * THE ABC CLASS OF THE ITEM / SUPPLIER WHEN THE LINE WAS BUILT   *
      * IS KEPT SO THAT PDAB54 CAN REPORT ACCURACY BY CLASS.  RECORD   *
      * LENGTH 136.                                                    *
      ******************************************************************
       01  CYCLE-COUNT-RECORD.
           05  CYCLE-COUNT-KEY.
              88 CYCLE-COUNT-POSTED                    VALUE 'C'.
           05 CYCLE-COUNT-COUNT-DATE   PIC 9(08)       VALUE ZEROES.
           05 CYCLE-COUNT-USERID       PIC X(08).
           05 CYCLE-COUNT-BIN          PIC X(06)       VALUE SPACES.
           05 CYCLE-COUNT-ABC-CLASS    PIC X(01)       VALUE SPACES.
           05 FILLER                   PIC X(07)       VALUE SPACES.
