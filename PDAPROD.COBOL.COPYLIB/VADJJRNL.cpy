      * THE QUANTITY ON HAND BEFORE AND AFTER, THE SIGNED ADJUSTMENT   *
      * QUANTITY, THE REASON CODE FROM THE ADJUSTMENT_REASON TABLE,    *
      * AND THE USERID THAT KEYED IT.  THE MONTHLY SHRINKAGE REPORT    *
      * (PDAB39) COMES OFF THIS FILE.  AN ADJUSTMENT OR COUNT MADE AT  *
      * BIN LEVEL CARRIES THE WAREHOUSE AND BIN (ITEM_SUPPLIER_BIN).   *
      ******************************************************************
       01  ADJ-JOURNAL-RECORD.
           05  ADJ-JOURNAL-KEY.
           05 ADJ-JOURNAL-QTY-AFTER    PIC S9(09)      COMP-3.
           05 ADJ-JOURNAL-ADJ-QTY      PIC S9(09)      COMP-3.
           05 ADJ-JOURNAL-USERID       PIC X(08).
           05 ADJ-JOURNAL-WHSE         PIC X(08)       VALUE SPACES.
           05 ADJ-JOURNAL-BIN          PIC X(06)       VALUE SPACES.
           05 FILLER                   PIC X(02)       VALUE SPACES.
