      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  ---------- --------------------  --------------------------  *
      *                                                               *
      *  10/15/2026 R. MCALLEN            CUSTOMER RECORD NOW 800     *
      *                                   BYTES (FINANCE CHARGE       *
      *                                   EXEMPT FLAG)                *
      *                                                               *
      *  MM/DD/YYYY XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************
                                                                        00730000
                                                                        00730000
       FD  VSAM-CUSTOMER                                                01180000
           RECORD CONTAINS 800 CHARACTERS.                              01190000
                                                                        01200000
           COPY VCUSTOMR.                                               01210000
           EJECT                                                        01220000
