      *                                                               * 00460000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00470000
      *  --------   --------------------  --------------------------  * 00480000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00481000
      *                                   BYTES (FINANCE CHARGE       * 00482000
      *                                   EXEMPT FLAG)                * 00483000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00490000
      *                                                               * 00500000
      ***************************************************************** 00510000
       01  CONTROL-CARD-REC            PIC X(80).                       00840000
                                                                        00850000
       FD  VSAM-CUSTOMER                                                00860000
           RECORD CONTAINS 800 CHARACTERS.                              00870000
                                                                        00880000
           COPY VCUSTOMR.                                               00890000
                                                                        00900000
