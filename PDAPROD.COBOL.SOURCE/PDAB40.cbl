      *                                                               * 00410000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00420000
      *  --------   --------------------  --------------------------  * 00430000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00431000
      *                                   BYTES (FINANCE CHARGE       * 00432000
      *                                   EXEMPT FLAG)                * 00433000
      *  10/15/26   R. MCALLEN            CANCELLED ORDERS EXCLUDED   * 00434000
      *                                   FROM CUSTOMER TOTALS        * 00435000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00440000
      *                                                               * 00450000
      ***************************************************************** 00460000
           COPY VRPTORDR.                                               00820000
                                                                        00830000
       FD  VSAM-CUSTOMER                                                00840000
           RECORD CONTAINS 800 CHARACTERS.                              00850000
                                                                        00860000
           COPY VCUSTOMR.                                               00870000
           EJECT                                                        00880000
                                                                        09060000
       P40000-ACCUMULATE-ORDER.                                         09070000
                                                                        09080000
           IF ORDER-STATUS = 'CANCELLED'                                09082000
               GO TO P40000-EXIT                                        09084000
           END-IF.                                                      09086000
                                                                        09088000
           MOVE +0 TO WS-SUB.                                           09090000
           MOVE 'N' TO WS-CT-FOUND-SW.                                  09100000
                                                                        09110000
