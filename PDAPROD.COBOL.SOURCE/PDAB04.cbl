      *  08/09/26   R. MCALLEN            ADDED EXTENDED PRICE COLUMN * 00255000
      *                                   AND GRAND TOTAL LINE TO THE * 00256000
      *                                   DETAIL REPORT               * 00257000
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00257500
      *                                   136 BYTES (LINE PRICE       * 00258000
      *                                   OVERRIDE FIELDS)            * 00258500
      *  XX/XX/XX   XXX                   XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00260000
      ***************************************************************** 00270000
           EJECT                                                        00280000
                                                                        00530000
           EJECT                                                        00540000
       FD  VSAM-PENDORDER                                               00550000
           RECORD CONTAINS 136 CHARACTERS.                              00560000
       01  PENDING-ORDER-REC.                                           00570000
           05  PEND-ORDER-KEY.                                          00580000
               10 PEND-ORDER-PREFIX    PIC 9(05).                       00590000
               10 PEND-ORDER-SEQUENCE                                   00600000
                                       PIC 9(05).                       00610000
           05  FILLER                  PIC X(126).                      00620000
                                                                        00630000
           EJECT                                                        00640000
       WORKING-STORAGE SECTION.                                         00650000
