      ******************************************************************
      * QUALITY HOLD RECORD  -- VSAM KSDS                              *
      * ONE RECORD PER RECEIPT (PURCHASE ORDER LINE AND LOT) OF AN     *
      * ITEM OR SUPPLIER FLAGGED 'INSPECT ON RECEIPT' (DB2 TABLE       *
      * INSPECT_ON_RECEIPT), KEYED BY PREFIX AND HOLD NUMBER.  PDAB23  *
      * WRITES IT HELD ('H') INSTEAD OF ADDING THE RECEIPT TO QUANTITY *
      * ON HAND, SO HELD STOCK CANNOT BE ALLOCATED.  THE INSPECTOR     *
      * PASSES, PARTIALLY REJECTS OR REJECTS IT ON PDA062, WHICH SETS  *
      * THE PASSED AND REJECTED QUANTITIES AND MARKS IT INSPECTED      *
      * ('I').  THE NEXT PDAB23 RUN RELEASES THE PASSED QUANTITY TO    *
      * STOCK (QUANTITY ON HAND, LOT BALANCE, AVERAGE COST), RAISES A  *
      * SUPPLIER DEBIT MEMO (VDEBMEMO) FOR THE REJECTED QUANTITY AND   *
      * CLOSES THE HOLD ('C').  PDAB12 SCORES SUPPLIERS ON THE         *
      * INSPECTED AND REJECTED QUANTITIES.                             *
      * THE RECORD WITH HOLD NUMBER ZERO IS THE CONTROL RECORD FOR A   *
      * PREFIX -- ITS PURCHASE ORDER NUMBER FIELD HOLDS THE LAST HOLD  *
      * NUMBER ASSIGNED.                                               *
      ******************************************************************
       01  QUALITY-HOLD-RECORD.
           05  QUALITY-HOLD-KEY.
               10 QC-HOLD-PREFIX       PIC 9(05).
               10 QC-HOLD-PRE REDEFINES
                  QC-HOLD-PREFIX       PIC X(05).
               10 QC-HOLD-NUMBER       PIC 9(09).
           05 QC-HOLD-PO-NUMBER        PIC 9(09).
           05 QC-HOLD-PO-LINE          PIC 9(05).
           05 QC-HOLD-SUPPLIER-ID      PIC X(32).
           05 QC-HOLD-ITEM-NUMBER      PIC X(32).
           05 QC-HOLD-LOT-NUMBER       PIC X(10).
           05 QC-HOLD-WHSE             PIC X(08).
           05 QC-HOLD-QTY-HELD         PIC 9(09)       COMP-3.
           05 QC-HOLD-QTY-PASSED       PIC 9(09)       COMP-3.
           05 QC-HOLD-QTY-REJECTED     PIC 9(09)       COMP-3.
           05 QC-HOLD-DATE-RECEIVED    PIC 9(08)       VALUE ZEROES.
           05 QC-HOLD-DATE-INSPECTED   PIC 9(08)       VALUE ZEROES.
           05 QC-HOLD-INSPECTED-BY     PIC X(08)       VALUE SPACES.
           05 QC-HOLD-REJECT-REASON    PIC X(03)       VALUE SPACES.
              88 QC-HOLD-REASON-VALID                  VALUE 'DEF'
                                                             'DAM'
                                                             'WRG'
                                                             'SPC'
                                                             'OTH'.
           05 QC-HOLD-DATE-POSTED      PIC 9(08)       VALUE ZEROES.
           05 QC-HOLD-DEBIT-MEMO       PIC 9(09)       VALUE ZEROES.
           05 QC-HOLD-STATUS           PIC X(01)       VALUE 'H'.
              88 QC-HOLD-HELD                          VALUE 'H'.
              88 QC-HOLD-INSPECTED                     VALUE 'I'.
              88 QC-HOLD-CLOSED                        VALUE 'C'.
      ******************************************************************
      * EXPIRATION DATE OF THE HELD LOT, CARRIED TO THE LOT BALANCE    *
      * WHEN THE ACCEPTED QUANTITY IS POSTED TO STOCK.                 *
      ******************************************************************
           05 QC-HOLD-EXPIRE-DATE      PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(22)       VALUE SPACES.
