      *  09/02/26   R. MCALLEN            MERGES RECORDED ON THE      * 00540000
      *                                   SECURITY AUDIT TRAIL        * 00550000
      *                                   (PDAB82)                    * 00560000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00561000
      *                                   BYTES (FINANCE CHARGE       * 00562000
      *                                   EXEMPT FLAG)                * 00563000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00570000
      *                                                               * 00580000
      ***************************************************************** 00590000
           05  FILLER                  PIC X(75).                       01230000
                                                                        01240000
       FD  VSAM-CUSTOMER                                                01250000
           RECORD CONTAINS 800 CHARACTERS.                              01260000
                                                                        01270000
           COPY VCUSTOMR.                                               01280000
                                                                        01290000
