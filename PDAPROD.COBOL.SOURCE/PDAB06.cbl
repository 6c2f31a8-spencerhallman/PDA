      *                                                               *
      * DATE        UPDATED BY            CHANGE DESCRIPTION          *
      * ----------  --------------------  --------------------------  *
      * 10/15/2026  R. MCALLEN            CUSTOMER RECORD NOW 800     *
      *                                   BYTES (FINANCE CHARGE       *
      *                                   EXEMPT FLAG)                *
      *                                                               *
      * 08/22/2026  R. MCALLEN            ORDER SUBMIT EVENTS ARE    *
      *                                   NOW JOURNALED TO THE       *
      *                                   ORDER_EVENT TABLE VIA      *
      *                                   ORDER DATABASE CAN BE      *
      *                                   MEASURED UNDER LOAD        *
      *                                                               *
      * 10/15/2026  R. MCALLEN            PENDING ORDER RECORD NOW    *
      *                                   136 BYTES (LINE PRICE       *
      *                                   OVERRIDE FIELDS)            *
      *                                                               *
      * MM/DD/YYYY  XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXXX *
      *                                                               *
      *****************************************************************
                                                                        00741900
                                                                        00742000
       FD  VSAM-CUSTOMER                                                01180000
           RECORD CONTAINS 800 CHARACTERS.                              01190000
                                                                        01200000
           COPY VCUSTOMR.                                               01210000
           EJECT                                                        01220000
                                                                        00730000
                                                                        00730000
       FD  VSAM-PENDING-ORDER                                           01180000
           RECORD CONTAINS 136 CHARACTERS.                              01190000
                                                                        01200000
           COPY VPENDORD.                                               01210000
           EJECT                                                        01220000
