      *                                                               * 00330000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00340000
      *  --------   --------------------  --------------------------  * 00350000
      *  10/15/26   R. MCALLEN            AR OPEN ITEM RECORD NOW     * 00351000
      *                                   128 BYTES (PAYMENT TERMS)   * 00352000
      *  10/15/26   R. MCALLEN            CREDIT MEMO SOURCE 'R'      * 00353000
      *                                   (RETURN) ON EACH MEMO       * 00354000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00360000
      *                                                               * 00370000
      ***************************************************************** 00380000
           COPY VRETURN.                                                00720000
                                                                        00730000
       FD  VSAM-ARBAL                                                   00740000
           RECORD CONTAINS 128 CHARACTERS.                              00750000
                                                                        00760000
           COPY VARBAL.                                                 00770000
                                                                        00780000
           MOVE RETURN-ITEM-SEQUENCE TO CREDIT-MEMO-ITEM-SEQUENCE.      04960000
           MOVE RETURN-AMOUNT TO CREDIT-MEMO-AMOUNT.                    04970000
           MOVE WS-DATE-CCYYMMDD TO CREDIT-MEMO-DATE.                   04980000
           MOVE 'R' TO CREDIT-MEMO-SOURCE.                              04985000
                                                                        04990000
           IF MEMO-APPLIED                                              05000000
               MOVE 'A' TO CREDIT-MEMO-STATUS                           05010000
