      *  08/09/2026 R. MCALLEN            NEW PROGRAM - TOP-N         * 00000290
      *                                   CUSTOMER-BY-VOLUME REPORT   * 00000300
      *                                   FROM VSAM-CUSTOMER          * 00000310
      *  10/15/2026 R. MCALLEN            CUSTOMER RECORD NOW 800     * 00000311
      *                                   BYTES (FINANCE CHARGE       * 00000312
      *                                   EXEMPT FLAG)                * 00000313
      *                                                               * 00000320
      ***************************************************************** 00000330
           EJECT                                                        00000340
       01  TOPCUST-RPT-REC              PIC X(132).                     00000680
                                                                        00000690
       FD  VSAM-CUSTOMER                                                00000700
           RECORD CONTAINS 800 CHARACTERS.                              00000710
                                                                        00000720
           COPY VCUSTOMR.                                               00000730
           EJECT                                                        00000740
