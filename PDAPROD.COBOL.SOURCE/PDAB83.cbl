      *                                                               * 00400000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00410000
      *  --------   --------------------  --------------------------  * 00420000
      *  10/15/26   R. MCALLEN            AR OPEN ITEM RECORD NOW     * 00421000
      *                                   128 BYTES (PAYMENT TERMS)   * 00422000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00430000
      *                                                               * 00440000
      ***************************************************************** 00450000
       01  CONTROL-CARD-REC            PIC X(80).                       00770000
                                                                        00780000
       FD  VSAM-ARBAL                                                   00790000
           RECORD CONTAINS 128 CHARACTERS.                              00800000
                                                                        00810000
           COPY VARBAL.                                                 00820000
                                                                        00830000
