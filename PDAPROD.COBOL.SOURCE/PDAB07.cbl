      *                                   WITH THE HOLIDAY CALENDAR)  * 00289400
      *                                   INSTEAD OF CALENDAR DAYS    * 00289500
      *                                                               * 00289600
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00289700
      *                                   136 BYTES (LINE PRICE       * 00289800
      *                                   OVERRIDE FIELDS)            * 00289900
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00290000
      *                                                               * 00300000
      ***************************************************************** 00310000
       01  CONTROL-CARD-REC            PIC X(80).                       00570000
                                                                         00580000
       FD  VSAM-PENDING-ORDER                                           00590000
           RECORD CONTAINS 136 CHARACTERS.                              00600000
                                                                         00610000
           COPY VPENDORD.                                               00620000
           EJECT                                                        00630000
