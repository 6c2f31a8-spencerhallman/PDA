      *                                                               * 00210000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00220000
      *  --------   --------------------  --------------------------  * 00230000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00230100
      *                                   BYTES (FINANCE CHARGE       * 00230200
      *                                   EXEMPT FLAG)                * 00230300
      *                                                               * 00230400
      *  08/08/26   R. MCALLEN             LOAD SUPPLIER.CURRENCY-CODE* 00231000
      *                                   AND AFF-SUPP.CURRENCY-CODE  * 00231100
      *                                   (NEW COLUMN), DEFAULT 'USD' * 00231200
       01  INPUT-REPORT-ORDER-REC      PIC X(256).                      01170900
           EJECT                                                        01171000
       FD  VSAM-CUSTOMER                                                01172000
           RECORD CONTAINS 800 CHARACTERS.                              01173000
                                                                        01174000
           COPY VCUSTOMR.                                               01175000
       FD  VSAM-AFF-CUSTOMER                                            01176000
