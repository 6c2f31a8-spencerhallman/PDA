      *                                                               * 00230002
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00240002
      *  --------   --------------------  --------------------------  * 00250002
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00251002
      *                                   136 BYTES (LINE PRICE       * 00252002
      *                                   OVERRIDE FIELDS)            * 00253002
      *  XX/XX/XX   XXX                   XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00260002
      ***************************************************************** 00270002
           EJECT                                                        00280002
                                                                        00530002
           EJECT                                                        00540002
       FD  VSAM-PENDORDER                                               00550002
           RECORD CONTAINS 136 CHARACTERS.                              00560002
       01  PENDING-ORDER-REC.                                           00570002
           05  PEND-ORDER-KEY.                                          00580002
               10 PEND-ORDER-PREFIX    PIC 9(05).                       00590002
               10 PEND-ORDER-SEQUENCE                                   00600002
                                       PIC 9(05).                       00610002
           05  FILLER                  PIC X(126).                      00620002
                                                                        00630002
           EJECT                                                        00640002
       WORKING-STORAGE SECTION.                                         00650002
