      ******************************************************************
      * SALES TAX EXEMPTION CERTIFICATE RECORD  -- VSAM KSDS           *
      * ONE RECORD PER CUSTOMER AND SHIP-TO STATE, KEYED BY PREFIX,    *
      * CUSTOMER ID AND TWO CHARACTER STATE CODE.  CARRIES THE         *
      * CERTIFICATE NUMBER ON FILE, THE EXEMPTION TYPE AND THE         *
      * EXPIRATION DATE (CCYYMMDD).  AN ORDER SHIPPING TO THE STATE    *
      * IS NOT TAXED WHILE THE CERTIFICATE IS UNEXPIRED (ORDER         *
      * SUBMIT PDA009 / ZPDA109 AND QUOTES PDA037).  MAINTAINED BY     *
      * THE PDAB88 BATCH; EXPIRING CERTIFICATES ARE LISTED MONTHLY     *
      * BY PDAB89.                                                     *
      ******************************************************************
       01  TAX-CERTIFICATE-RECORD.
           05  TAX-CERT-KEY.
               10 TAX-CERT-PREFIX      PIC 9(05).
               10 TAX-CERT-PRE REDEFINES
                  TAX-CERT-PREFIX      PIC X(05).
               10 TAX-CERT-CUSTOMER-ID PIC X(32).
               10 TAX-CERT-STATE       PIC X(02).
           05 TAX-CERT-NUMBER          PIC X(20).
           05 TAX-CERT-TYPE            PIC X(01).
              88 TAX-CERT-RESALE                       VALUE 'R'.
              88 TAX-CERT-NON-PROFIT                   VALUE 'N'.
              88 TAX-CERT-GOVERNMENT                   VALUE 'G'.
              88 TAX-CERT-OTHER                        VALUE 'O'.
              88 TAX-CERT-VALID-TYPE                   VALUE 'R' 'N'
                                                             'G' 'O'.
           05 TAX-CERT-EXPIRATION-DATE PIC 9(08).
           05 FILLER                   PIC X(60)       VALUE SPACES.
