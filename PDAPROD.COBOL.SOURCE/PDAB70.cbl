      *                                                               * 00320000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00330000
      *  --------   --------------------  --------------------------  * 00340000
      *  10/15/26   R. MCALLEN            AR OPEN ITEM RECORD NOW     * 00341000
      *                                   128 BYTES (PAYMENT TERMS)   * 00342000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00350000
      *                                                               * 00360000
      ***************************************************************** 00370000
       01  CONTROL-CARD-REC            PIC X(80).                       00690000
                                                                        00700000
       FD  VSAM-ARBAL                                                   00710000
           RECORD CONTAINS 128 CHARACTERS.                              00720000
                                                                        00730000
           COPY VARBAL.                                                 00740000
                                                                        00750000
