      * RECEIVED BY PDAB23.  A MISMATCH HOLDS THE INVOICE ON THE       *
      * EXCEPTION QUEUE (STATUS H) WITH THE HOLD REASON; A CLEAN       *
      * MATCH (STATUS M) AWAITS PAYMENT AND APPEARS ON THE AP AGING.   *
      * THE PAYMENT RUN (PDAB84) PAYS MATCHED INVOICES DUE BY ITS RUN  *
      * DATE, STAMPING THE CHECK NUMBER AND PAID DATE (STATUS P); A    *
      * VOIDED CHECK REOPENS ITS INVOICES TO STATUS M FOR REISSUE.     *
      ******************************************************************
       01  AP-INVOICE-RECORD.
           05  AP-INVOICE-KEY.
              88 AP-INVOICE-HELD                       VALUE 'H'.
              88 AP-INVOICE-PAID                       VALUE 'P'.
           05 AP-INVOICE-HOLD-REASON   PIC X(24).
      ******************************************************************
      * PAYMENT DUE DATE STAMPED AT ENTRY (PDAB51).  ZERO ON INVOICES  *
      * ENTERED BEFORE DUE DATES WERE CARRIED -- THE PAYMENT RUN TAKES *
      * THOSE AS DUE 30 DAYS AFTER THE INVOICE DATE.                   *
      ******************************************************************
           05 AP-INVOICE-DUE-DATE      PIC 9(08)       VALUE ZEROES.
      ******************************************************************
      * CHECK THAT PAID THE INVOICE AND THE PAYMENT RUN DATE (PDAB84). *
      * ZERO WHILE THE INVOICE IS UNPAID OR AFTER ITS CHECK IS VOIDED. *
      ******************************************************************
           05 AP-INVOICE-CHECK-NUMBER  PIC 9(10)       VALUE ZEROES.
           05 AP-INVOICE-PAID-DATE     PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(15)       VALUE SPACES.
