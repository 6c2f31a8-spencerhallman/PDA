      *                                                               * 00320000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00330000
      *  --------   --------------------  --------------------------  * 00340000
      *  10/15/26   R. MCALLEN            ARCHIVE RECORD WIDENED TO   * 00342000
      *                                   178 BYTES TO CARRY THE      * 00344000
      *                                   ENLARGED 176-BYTE ORDER     * 00346000
      *                                   ROOT                        * 00348000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00350000
      *                                                               * 00360000
      ***************************************************************** 00370000
       FD  ORDER-ARCHIVE                                                00610000
           LABEL RECORDS ARE STANDARD                                   00620000
           RECORDING MODE IS F                                          00630000
           RECORD CONTAINS 178 CHARACTERS.                              00640000
                                                                        00650000
       01  ORDER-ARCHIVE-REC           PIC X(178).                      00660000
           EJECT                                                        00670000
       WORKING-STORAGE SECTION.                                         00680000
                                                                        00690000
               88  WS-AR-ROOT                    VALUE 'R'.             01140000
               88  WS-AR-ITEM                    VALUE 'I'.             01150000
           03  WS-AR-DATABASE          PIC X(1)  VALUE SPACES.          01160000
           03  WS-AR-DATA              PIC X(176) VALUE SPACES.         01170000
           EJECT                                                        01180000
      ***************************************************************** 01190000
      *    PDAS01 AGING SUBROUTINE PARAMETERS                         * 01200000
