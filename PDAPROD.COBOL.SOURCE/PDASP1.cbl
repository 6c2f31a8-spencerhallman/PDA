      *                                   UNIT PRICE TO USD USING THE* 00031121
      *                                   NEW CURRENCY_RATE TABLE     * 00031122
      *                                   BEFORE EXTENDING THE PRICE * 00031123
      *  10/15/26    R. MCALLEN           USE AN APPLIED MANUAL       * 00031147
      *                                   PRICE OVERRIDE AS THE UNIT  * 00031171
      *                                   PRICE IN THE TOTAL          * 00031195
      *                                                               * 00031219
      ***************************************************************** 00031319
       ENVIRONMENT DIVISION.                                            00031419
       DATA DIVISION.                                                   00034019
       FILE SECTION.                                                    00035019
       FD  PEND-ORDER                                                   00036019
           RECORD CONTAINS 136 CHARACTERS.                              00037019
       01  PEND-ORDER-RECORD.                                           00038019
           05  PEND-ORDER-KEY          PIC X(10).                       00039019
           05  FILLER                  PIC X(90).                       00040019
                                       PIC 9(05).                       01320019
              10 PENDING-ORDER-SUPPLIER-ID                              01330019
                                       PIC X(32).                       01340019
           05 FILLER                   PIC X(27).                       01341447
      *    MANUAL PRICE OVERRIDE KEYED ON THE LINE (PDA008)             01342875
           05 PENDING-ORDER-OVR-PRICE  PIC S9(08)V99   COMP-3.          01344303
           05 PENDING-ORDER-OVR-REASON PIC X(03).                       01345731
           05 PENDING-ORDER-OVR-STATUS PIC X(01).                       01347159
           05 PENDING-ORDER-OVR-NUMBER PIC 9(10).                       01348587
                                                                        01350019
                                                                        01360019
       LINKAGE SECTION.                                                 01370019
                           CURRENCY-RATE-TO-USD                         02450519
               END-IF                                                   02450619
           END-IF.                                                      02450719
                                                                        02450728
      ***************************************************************** 02450737
      *    A MANUAL PRICE OVERRIDE APPLIED TO THE LINE (PDA008) IS    * 02450746
      *    THE PRICE THE SUBMIT WILL CHARGE                           * 02450755
      ***************************************************************** 02450764
                                                                        02450773
           IF PENDING-ORDER-OVR-STATUS = 'A'                            02450782
               MOVE PENDING-ORDER-OVR-PRICE                             02450791
                                       TO WS-CONVERTED-UNIT-PRICE       02450800
           END-IF.                                                      02450809
                                                                        02450819
           COMPUTE WS-EXTENDED-PRICE   = WS-CONVERTED-UNIT-PRICE *      02450919
                                         PENDING-ORDER-QUANTITY.        02460019
