      *                                                               * 00500000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00510000
      *  --------   --------------------  --------------------------  * 00520000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00521000
      *                                   BYTES (FINANCE CHARGE       * 00522000
      *                                   EXEMPT FLAG)                * 00523000
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00524000
      *                                   136 BYTES (LINE PRICE       * 00525000
      *                                   OVERRIDE FIELDS)            * 00526000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00530000
      *                                                               * 00540000
      ***************************************************************** 00550000
       FILE SECTION.                                                    00780000
                                                                        00790000
       FD  VSAM-CUSTOMER                                                00800000
           RECORD CONTAINS 800 CHARACTERS.                              00810000
                                                                        00820000
           COPY VCUSTOMR.                                               00830000
                                                                        00840000
       FD  VSAM-PENDING                                                 00850000
           RECORD CONTAINS 136 CHARACTERS.                              00860000
                                                                        00870000
           COPY VPENDORD.                                               00880000
           EJECT                                                        00890000
