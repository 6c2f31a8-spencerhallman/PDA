      *                                                               * 00340000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00350000
      *  --------   --------------------  --------------------------  * 00360000
      *  10/15/26   R. MCALLEN            AR OPEN ITEM RECORD NOW     * 00361000
      *                                   128 BYTES (PAYMENT TERMS)   * 00362000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00370000
      *                                                               * 00380000
      ***************************************************************** 00390000
           COPY VNATACCT.                                               00770000
                                                                        00780000
       FD  VSAM-ARBAL                                                   00790000
           RECORD CONTAINS 128 CHARACTERS.                              00800000
                                                                        00810000
           COPY VARBAL.                                                 00820000
           EJECT                                                        00830000
