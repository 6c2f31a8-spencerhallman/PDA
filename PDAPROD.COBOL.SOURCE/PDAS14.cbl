       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAS14.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAS14                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAS14 IS THE ONLINE RESPONSE TIME        * 00100000
      *             LOGGER.  IT IS LINKED FROM EVERY TERMINAL-DRIVEN  * 00110000
      *             CICS PROGRAM AS ITS TASK ENDS (COMMON PARAGRAPH   * 00120000
      *             PRESP-LOG-RESPONSE IN COPYBOOK PDARESP) WITH THE  * 00130000
      *             PROGRAM, USERID, TASK START ABSTIME AND ERROR     * 00140000
      *             FLAG IN THE COMMAREA.  IT TAKES THE END TIME,     * 00150000
      *             COMPUTES THE ELAPSED MILLISECONDS, STAMPS THE     * 00160000
      *             TRANSACTION, TERMINAL AND TASK NUMBER AND WRITES  * 00170000
      *             THE EVENT TO THE RESPONSE TIME LOG FOR THE DAILY  * 00180000
      *             SLA REPORT (PDAB121).  LOGGING NEVER FAILS THE    * 00190000
      *             CALLER -- ALL FILE ERRORS ARE ABSORBED.           * 00200000
      *                                                               * 00210000
      * FILES   :   RESPONSE TIME LOG  -  VSAM KSDS  (WRITE)          * 00220000
      *                                                               * 00230000
      * TRANSACTIONS GENERATED:                                       * 00240000
      *             NONE (LINKED)                                     * 00250000
      *                                                               * 00260000
      * PFKEYS  :   NONE                                              * 00270000
      *                                                               * 00280000
      ***************************************************************** 00290000
      *             PROGRAM CHANGE LOG                                * 00300000
      *             -------------------                               * 00310000
      *                                                               * 00320000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00330000
      *  --------   --------------------  --------------------------  * 00340000
      *  10/15/26   R. MCALLEN            NEW PROGRAM - ONLINE        * 00350000
      *                                   RESPONSE TIME LOGGER        * 00360000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00370000
      *                                                               * 00380000
      ***************************************************************** 00390000
                                                                        00400000
       ENVIRONMENT DIVISION.                                            00410000
       DATA DIVISION.                                                   00420000
           EJECT                                                        00430000
       WORKING-STORAGE SECTION.                                         00440000
                                                                        00450000
      ***************************************************************** 00460000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 00470000
      ***************************************************************** 00480000
       77  WS-RESPONSE-CODE            PIC S9(8) COMP VALUE +0.         00490000
                                                                        00500000
      ***************************************************************** 00510000
      *    MISCELLANEOUS WORK FIELDS                                  * 00520000
      ***************************************************************** 00530000
                                                                        00540000
       01  WS-MISCELLANEOUS-FIELDS.                                     00550000
           05  WMF-ABSTIME             PIC S9(15) VALUE +0      COMP-3. 00560000
           05  WMF-ELAPSED-MS          PIC S9(15) VALUE +0      COMP-3. 00570000
           05  WMF-DATE-YYYYMMDD       PIC X(08) VALUE SPACES.          00580000
           05  WMF-TIME-HHMMSS         PIC X(08) VALUE SPACES.          00590000
           EJECT                                                        00600000
      ***************************************************************** 00610000
      *    VSAM FILE DEFINITIONS                                      * 00620000
      ***************************************************************** 00630000
                                                                        00640000
           COPY VRESPLOG.                                               00650000
           EJECT                                                        00660000
      ***************************************************************** 00670000
      *    LINKAGE SECTION                                            * 00680000
      ***************************************************************** 00690000
                                                                        00700000
       LINKAGE SECTION.                                                 00710000
                                                                        00720000
       01  DFHCOMMAREA.                                                 00730000
           03  WRT-PROGRAM             PIC X(08).                       00740000
           03  WRT-USERID              PIC X(08).                       00750000
           03  WRT-START-ABS           PIC S9(15)  COMP-3.              00760000
           03  WRT-ERROR-SW            PIC X(01).                       00770000
               88  WRT-ENDED-IN-ERROR              VALUE 'Y'.           00780000
           EJECT                                                        00790000
      ***************************************************************** 00800000
      *    P R O C E D U R E    D I V I S I O N                       * 00810000
      ***************************************************************** 00820000
                                                                        00830000
       PROCEDURE DIVISION.                                              00840000
                                                                        00850000
      ***************************************************************** 00860000
      *                                                               * 00870000
      *    PARAGRAPH:  P00000-MAINLINE                                * 00880000
      *                                                               * 00890000
      *    FUNCTION :  TIME AND WRITE THE RESPONSE TIME LOG RECORD.   * 00900000
      *                THE RECORD IS KEYED ON THE TASK START DATE     * 00910000
      *                AND TIME; A DUPLICATE KEY BUMPS THE SEQUENCE   * 00920000
      *                AND RETRIES                                    * 00930000
      *                                                               * 00940000
      *    CALLED BY:  NONE (CICS LINK)                               * 00950000
      *                                                               * 00960000
      ***************************************************************** 00970000
                                                                        00980000
       P00000-MAINLINE.                                                 00990000
                                                                        01000000
           IF EIBCALEN NOT = 25                                         01010000
               EXEC CICS                                                01020000
                   RETURN                                               01030000
               END-EXEC                                                 01040000
           END-IF.                                                      01050000
                                                                        01060000
           EXEC CICS                                                    01070000
               ASKTIME                                                  01080000
                   ABSTIME(WMF-ABSTIME)                                 01090000
           END-EXEC.                                                    01100000
                                                                        01110000
           COMPUTE WMF-ELAPSED-MS = WMF-ABSTIME - WRT-START-ABS.        01120000
                                                                        01130000
           IF WMF-ELAPSED-MS < ZEROES                                   01140000
               MOVE ZEROES TO WMF-ELAPSED-MS                            01150000
           END-IF.                                                      01160000
                                                                        01170000
           IF WMF-ELAPSED-MS > 9999999                                  01180000
               MOVE 9999999 TO WMF-ELAPSED-MS                           01190000
           END-IF.                                                      01200000
                                                                        01210000
           EXEC CICS                                                    01220000
               FORMATTIME                                               01230000
                   ABSTIME(WRT-START-ABS)                               01240000
                   YYYYMMDD(WMF-DATE-YYYYMMDD)                          01250000
                   TIME(WMF-TIME-HHMMSS)                                01260000
                   TIMESEP                                              01270000
                   NOHANDLE                                             01280000
                   RESP(WS-RESPONSE-CODE)                               01290000
           END-EXEC.                                                    01300000
                                                                        01310000
           MOVE SPACES TO RESP-LOG-RECORD.                              01320000
           MOVE WMF-DATE-YYYYMMDD TO RESP-LOG-DATE.                     01330000
           MOVE WMF-TIME-HHMMSS TO RESP-LOG-TIME.                       01340000
           MOVE ZEROES TO RESP-LOG-SEQ.                                 01350000
           MOVE EIBTRNID TO RESP-LOG-TRANSID.                           01360000
           MOVE WRT-PROGRAM TO RESP-LOG-PROGRAM.                        01370000
           MOVE WRT-USERID TO RESP-LOG-USERID.                          01380000
           MOVE EIBTRMID TO RESP-LOG-TERMID.                            01390000
           MOVE EIBTASKN TO RESP-LOG-TASK-NUMBER.                       01400000
           MOVE WMF-ELAPSED-MS TO RESP-LOG-ELAPSED-MS.                  01410000
                                                                        01420000
           IF WRT-ENDED-IN-ERROR                                        01430000
               MOVE 'Y' TO RESP-LOG-ERROR-SW                            01440000
           ELSE                                                         01450000
               MOVE 'N' TO RESP-LOG-ERROR-SW                            01460000
           END-IF.                                                      01470000
                                                                        01480000
           PERFORM P10000-WRITE-LOG THRU P10000-EXIT                    01490000
               WITH TEST AFTER                                          01500000
               UNTIL WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)             01510000
                  OR RESP-LOG-SEQ > 998.                                01520000
                                                                        01530000
           EXEC CICS                                                    01540000
               RETURN                                                   01550000
           END-EXEC.                                                    01560000
                                                                        01570000
           GOBACK.                                                      01580000
                                                                        01590000
       P00000-EXIT.                                                     01600000
           EXIT.                                                        01610000
           EJECT                                                        01620000
      ***************************************************************** 01630000
      *                                                               * 01640000
      *    PARAGRAPH:  P10000-WRITE-LOG                               * 01650000
      *                                                               * 01660000
      *    FUNCTION :  WRITE THE RESPONSE TIME LOG RECORD, BUMPING    * 01670000
      *                THE SEQUENCE ON A DUPLICATE KEY                * 01680000
      *                                                               * 01690000
      *    CALLED BY:  P00000-MAINLINE                                * 01700000
      *                                                               * 01710000
      ***************************************************************** 01720000
                                                                        01730000
       P10000-WRITE-LOG.                                                01740000
                                                                        01750000
           EXEC CICS                                                    01760000
               WRITE                                                    01770000
                   FILE('PDARESP')                                      01780000
                   FROM(RESP-LOG-RECORD)                                01790000
                   RIDFLD(RESP-LOG-KEY)                                 01800000
                   NOHANDLE                                             01810000
                   RESP(WS-RESPONSE-CODE)                               01820000
           END-EXEC.                                                    01830000
                                                                        01840000
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)                        01850000
               ADD 1 TO RESP-LOG-SEQ                                    01860000
           END-IF.                                                      01870000
                                                                        01880000
       P10000-EXIT.                                                     01890000
           EXIT.                                                        01900000
