      *                                                               * 00290000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00300000
      *  --------   --------------------  --------------------------  * 00310000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00311000
      *                                   BYTES (FINANCE CHARGE       * 00312000
      *                                   EXEMPT FLAG)                * 00313000
      *                                                               * 00314000
      *  12/14/05   PAUL BARON            ELIMINATE USE OF FIELD      * 00320000
      *                                   CUSTOMER-TOTAL-DOLLAR-AMT-R * 00330000
      *                                                               * 00340000
       01  INPUT-ORDER-REC             PIC X(256).                      01160000
           EJECT                                                        01170000
       FD  VSAM-CUSTOMER                                                01180000
           RECORD CONTAINS 800 CHARACTERS.                              01190000
                                                                        01200000
           COPY VCUSTOMR.                                               01210000
           EJECT                                                        01220000
