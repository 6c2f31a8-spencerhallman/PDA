      *  09/02/26   R. MCALLEN            ORDITEM PROMISE DATE        *00389970
      *                                   INITIALIZED ON BUILT        *00389980
      *                                   LINES                       *00389990
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00389991
      *                                   BYTES (FINANCE CHARGE       * 00389992
      *                                   EXEMPT FLAG)                * 00389993
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00390000
      *                                                               * 00400000
      ***************************************************************** 00410000
           COPY VSTAND.                                                 00700000
                                                                        00710000
       FD  VSAM-CUSTOMER                                                00720000
           RECORD CONTAINS 800 CHARACTERS.                              00730000
                                                                        00740000
           COPY VCUSTOMR.                                               00750000
           EJECT                                                        00760000
