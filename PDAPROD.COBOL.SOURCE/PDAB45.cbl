      *                                                               * 00390000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00400000
      *  --------   --------------------  --------------------------  * 00410000
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00411000
      *                                   136 BYTES (LINE PRICE       * 00412000
      *                                   OVERRIDE FIELDS)            * 00413000
      *  10/15/26   R. MCALLEN            SAVE AREA WIDTHS CORRECTED  * 00414750
      *                                   OVERRIDE FIELDS CLEARED ON  * 00416500
      *                                   MIRROR WRITE                * 00418250
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00420000
      *                                                               * 00430000
      ***************************************************************** 00440000
           05  FILLER                  PIC X(75).                       00770000
                                                                        00780000
       FD  VSAM-PENDING                                                 00790000
           RECORD CONTAINS 136 CHARACTERS.                              00800000
                                                                        00810000
           COPY VPENDORD.                                               00820000
           EJECT                                                        00830000
           03  WS-PROC-KEY             PIC X(10) VALUE SPACES.          01110000
           03  WS-CURR-PREFIX          PIC X(5)  VALUE SPACES.          01120000
           03  WS-HIGH-KEY             PIC X(10) VALUE HIGH-VALUES.     01130000
           03  WS-PENDING-SAVE         PIC X(136) VALUE SPACES.         01140000
           03  WS-PENDO1-SAVE          PIC X(116) VALUE SPACES.         01150000
           EJECT                                                        01160000
      ***************************************************************** 01170000
           MOVE SPACES TO PENDING-ORDER-SUBMIT-SW.                      08280000
           MOVE PENDO1-UPDATE-COUNT TO PENDING-ORDER-UPDATE-COUNT.      08290000
           MOVE PENDO1-KIT-PRICE TO PENDING-ORDER-KIT-PRICE.            08300000
           MOVE ZEROES TO PENDING-ORDER-OVR-PRICE                       08302000
                          PENDING-ORDER-OVR-NUMBER.                     08304000
           MOVE SPACES TO PENDING-ORDER-OVR-REASON                      08306000
                          PENDING-ORDER-OVR-STATUS.                     08308000
                                                                        08310000
           WRITE PENDING-ORDER-RECORD.                                  08320000
                                                                        08330000
