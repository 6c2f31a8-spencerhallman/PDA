      *                                   ENTRY NOW ENDS THE SCAN      *
      *                                   INSTEAD OF ALWAYS ADDING A   *
      *                                   NEW ENTRY PER ORDER          *
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     *
      *                                   BYTES (FINANCE CHARGE       *
      *                                   EXEMPT FLAG)                *
      *  10/15/26   R. MCALLEN            CANCELLED ORDERS ARE LEFT   *
      *                                   OUT OF THE RECOMPUTED       *
      *                                   TOTALS, AS PDA010 TAKES     *
      *                                   THEM OFF THE CUSTOMER       *
      *                                                               * 00360000
      ***************************************************************** 00370000
           EJECT                                                        00380000
       01  CONTROL-CARD-REC            PIC X(80).                       00630000
                                                                        00640000
       FD  VSAM-CUSTOMER                                                00650000
           RECORD CONTAINS 800 CHARACTERS.                              00660000
                                                                        00670000
           COPY VCUSTOMR.                                               00680000
           EJECT                                                        00690000
                                                                        06080000
       P40000-ACCUMULATE-ORDER.                                         06090000
                                                                        06100000
           IF ORDER-STATUS = 'CANCELLED'
               GO TO P40000-EXIT
           END-IF.

           MOVE +0 TO WS-SUB.                                           06110000
           MOVE 'N' TO WS-CT-FOUND-SW.
                                                                        06120000
