      *                                                               * 00440000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00450000
      *  --------   --------------------  --------------------------  * 00460000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00461000
      *                                   BYTES (FINANCE CHARGE       * 00462000
      *                                   EXEMPT FLAG)                * 00463000
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00464000
      *                                   136 BYTES (LINE PRICE       * 00465000
      *                                   OVERRIDE FIELDS)            * 00466000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00470000
      *                                                               * 00480000
      ***************************************************************** 00490000
       DATA DIVISION.                                                   00680000
       FILE SECTION.                                                    00690000
       FD  VSAM-CUSTOMER                                                00700000
           RECORD CONTAINS 800 CHARACTERS.                              00710000
                                                                        00720000
           COPY VCUSTOMR.                                               00730000
                                                                        00740000
       FD  PEND-ORDER                                                   00750000
           RECORD CONTAINS 136 CHARACTERS.                              00760000
                                                                        00770000
           COPY VPENDORD.                                               00780000
                                                                        00790000
