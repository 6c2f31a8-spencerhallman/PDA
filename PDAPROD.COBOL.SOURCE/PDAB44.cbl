      *                                                               * 00480000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00490000
      *  --------   --------------------  --------------------------  * 00500000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00501000
      *                                   BYTES (FINANCE CHARGE       * 00502000
      *                                   EXEMPT FLAG)                * 00503000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00510000
      *                                                               * 00520000
      ***************************************************************** 00530000
               10  FILLER              PIC X(68).                       00930000
                                                                        00940000
       FD  VSAM-CUSTOMER                                                00950000
           RECORD CONTAINS 800 CHARACTERS.                              00960000
                                                                        00970000
           COPY VCUSTOMR.                                               00980000
           EJECT                                                        00990000
