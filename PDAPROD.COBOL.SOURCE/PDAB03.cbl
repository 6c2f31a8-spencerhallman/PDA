      *                                   THE HOLIDAY CALENDAR)       * 00409400
      *                                   INSTEAD OF CALENDAR DAYS    * 00409500
      *                                                               * 00409600
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00409700
      *                                   BYTES (FINANCE CHARGE       * 00409800
      *                                   EXEMPT FLAG)                * 00409900
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00409910
      *                                   136 BYTES (LINE PRICE       * 00409920
      *                                   OVERRIDE FIELDS)            * 00409930
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00410000
      *                                                               * 00420000
      *                                                               * 00430000
                                                                        00770000
                                                                        00780000
       FD  VSAM-CUSTOMER                                                00790000
           RECORD CONTAINS 800 CHARACTERS.                              00800000
                                                                        00810000
           COPY VCUSTOMR.                                               00820000
           EJECT                                                        00830000
       FD  VSAM-PENDING-ORDER                                           00840040
           RECORD CONTAINS 136 CHARACTERS.                              00850040
                                                                        00860040
           COPY VPENDORD.                                               00870040
           EJECT                                                        00880040
