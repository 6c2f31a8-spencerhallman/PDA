       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAS15.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAS15                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAS15 IS A CALLED SUBROUTINE THAT        * 00100000
      *             CONTROLS THE INBOUND INTERFACE FILES.  EVERY      * 00110000
      *             INBOUND FEED (PDAB38, PDAB48, PDAB59, PDAB77)     * 00120000
      *             PASSES ITS WHOLE FILE THROUGH IT BEFORE APPLYING  * 00130000
      *             ANY RECORD:  THE HEADER (FUNCTION H) REGISTERS    * 00140000
      *             THE FILE ON INTERFACE_FILE_CONTROL AND REFUSES A  * 00150000
      *             FEED / SENDER / SEQUENCE ALREADY PROCESSED; EACH  * 00160000
      *             DATA RECORD (FUNCTION D) IS COUNTED AND HASHED;   * 00170000
      *             THE TRAILER (FUNCTION T) GIVES THE SENDER'S       * 00180000
      *             COUNT AND HASH TOTAL; AT END OF FILE (FUNCTION E) * 00190000
      *             THE FILE IS BALANCED OR REJECTED WHOLE.  AFTER    * 00200000
      *             APPLYING A BALANCED FILE THE FEED MARKS IT        * 00210000
      *             PROCESSED (FUNCTION P).  A FILE WITH NO HEADER,   * 00220000
      *             NO TRAILER, AN INVALID OR EXTRA HEADER/TRAILER,   * 00230000
      *             OR DATA AFTER THE TRAILER IS REJECTED.  REGISTER  * 00240000
      *             FAILURES ARE RETURNED AS THE SQLCODE; THE FEED    * 00250000
      *             ABENDS RATHER THAN APPLY AN UNREGISTERED FILE.    * 00260000
      *                                                               * 00270000
      * FILES   :   INTERFACE_FILE_CONTROL  -  DB2  (UPDATE)          * 00280000
      *                                                               * 00290000
      * TRANSACTIONS GENERATED:                                       * 00300000
      *             NONE                                              * 00310000
      *                                                               * 00320000
      * PFKEYS  :   NONE                                              * 00330000
      *                                                               * 00340000
      ***************************************************************** 00350000
      *             PROGRAM CHANGE LOG                                * 00360000
      *             -------------------                               * 00370000
      *                                                               * 00380000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00390000
      *  --------   --------------------  --------------------------  * 00400000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00410000
      *                                                               * 00420000
      ***************************************************************** 00430000
                                                                        00440000
       ENVIRONMENT DIVISION.                                            00450000
       DATA DIVISION.                                                   00460000
           EJECT                                                        00470000
       WORKING-STORAGE SECTION.                                         00480000
                                                                        00490000
      ***************************************************************** 00500000
      *    MISCELLANEOUS WORK FIELDS                                  * 00510000
      ***************************************************************** 00520000
                                                                        00530000
       01  WS-MISCELLANEOUS-FIELDS.                                     00540000
           05  WS-CURRENT-DATE-TIME.                                    00550000
               10  WS-CDT-DATE         PIC X(08)   VALUE SPACES.        00560000
               10  WS-CDT-HH           PIC XX      VALUE SPACES.        00570000
               10  WS-CDT-MM           PIC XX      VALUE SPACES.        00580000
               10  WS-CDT-SS           PIC XX      VALUE SPACES.        00590000
               10  FILLER              PIC X(07)   VALUE SPACES.        00600000
           05  WS-TIME-HHMMSS.                                          00610000
               10  WS-TM-HH            PIC XX      VALUE SPACES.        00620000
               10  FILLER              PIC X       VALUE ':'.           00630000
               10  WS-TM-MM            PIC XX      VALUE SPACES.        00640000
               10  FILLER              PIC X       VALUE ':'.           00650000
               10  WS-TM-SS            PIC XX      VALUE SPACES.        00660000
           EJECT                                                        00670000
      ***************************************************************** 00680000
      *    INTERFACE FILE HEADER / TRAILER RECORD                     * 00690000
      ***************************************************************** 00700000
                                                                        00710000
       01  WS-CONTROL-RECORD.                                           00720000
           05  WCR-RECORD-ID           PIC X(04).                       00730000
           05  FILLER                  PIC X(01).                       00740000
           05  WCR-SENDER              PIC X(08).                       00750000
           05  FILLER                  PIC X(01).                       00760000
           05  WCR-FILE-DATE           PIC X(08).                       00770000
           05  FILLER                  PIC X(01).                       00780000
           05  WCR-FILE-SEQ            PIC X(06).                       00790000
           05  WCR-FILE-SEQ-N REDEFINES WCR-FILE-SEQ                    00800000
                                       PIC 9(06).                       00810000
           05  FILLER                  PIC X(01).                       00820000
           05  WCR-RECORD-COUNT        PIC X(09).                       00830000
           05  WCR-RECORD-COUNT-N REDEFINES WCR-RECORD-COUNT            00840000
                                       PIC 9(09).                       00850000
           05  FILLER                  PIC X(01).                       00860000
           05  WCR-HASH-TOTAL          PIC X(15).                       00870000
           05  WCR-HASH-TOTAL-N REDEFINES WCR-HASH-TOTAL                00880000
                                       PIC 9(13)V99.                    00890000
           05  FILLER                  PIC X(25).                       00900000
           EJECT                                                        00910000
      ***************************************************************** 00920000
      *    DB2  DEFINITIONS                                           * 00930000
      ***************************************************************** 00940000
                                                                        00950000
           EXEC SQL                                                     00960000
              INCLUDE SQLCA                                             00970000
           END-EXEC.                                                    00980000
           EJECT                                                        00990000
           EXEC SQL                                                     01000000
              INCLUDE DINTFCTL                                          01010000
           END-EXEC.                                                    01020000
           EJECT                                                        01030000
      ***************************************************************** 01040000
      *    PDAS15 PARAMETERS (LOCAL COPY)                             * 01050000
      ***************************************************************** 01060000
                                                                        01070000
           COPY PDAS15CY.                                               01080000
           EJECT                                                        01090000
      ***************************************************************** 01100000
      *    LINKAGE SECTION                                            * 01110000
      ***************************************************************** 01120000
                                                                        01130000
       LINKAGE SECTION.                                                 01140000
                                                                        01150000
       01  LS-PDAS15-PARMS             PIC X(200).                      01160000
                                                                        01170000
      ***************************************************************** 01180000
      *    P R O C E D U R E    D I V I S I O N                       * 01190000
      ***************************************************************** 01200000
                                                                        01210000
       PROCEDURE DIVISION USING LS-PDAS15-PARMS.                        01220000
                                                                        01230000
      ***************************************************************** 01240000
      *                                                               * 01250000
      *    PARAGRAPH:  P00000-MAINLINE                                * 01260000
      *                                                               * 01270000
      *    FUNCTION :  CARRY OUT THE FUNCTION REQUESTED FOR THE FILE  * 01280000
      *                BEING CONTROLLED.  A REJECTED FILE IGNORES     * 01290000
      *                EVERY FURTHER CALL                             * 01300000
      *                                                               * 01310000
      *    CALLED BY:  NONE (SUBROUTINE ENTRY)                        * 01320000
      *                                                               * 01330000
      ***************************************************************** 01340000
                                                                        01350000
       P00000-MAINLINE.                                                 01360000
                                                                        01370000
           MOVE LS-PDAS15-PARMS TO PDAS15-PARMS.                        01380000
                                                                        01390000
           MOVE ZEROES TO PDAS15-SQLCODE.                               01400000
                                                                        01410000
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          01420000
           MOVE WS-CDT-HH TO WS-TM-HH.                                  01430000
           MOVE WS-CDT-MM TO WS-TM-MM.                                  01440000
           MOVE WS-CDT-SS TO WS-TM-SS.                                  01450000
                                                                        01460000
      ***************************************************************** 01470000
      *    THE CALLER CLEARS THE AREA TO SPACES -- THE TOTALS START   * 01480000
      *    AT ZERO UNTIL THE HEADER HAS BEEN SEEN                     * 01490000
      ***************************************************************** 01500000
                                                                        01510000
           IF PDAS15-NO-HEADER-YET                                      01520000
               MOVE ZEROES TO PDAS15-RECORD-COUNT                       01530000
                              PDAS15-HASH-TOTAL                         01540000
                              PDAS15-TRAILER-COUNT                      01550000
                              PDAS15-TRAILER-HASH                       01560000
                              PDAS15-RECORDS-APPLIED                    01570000
           END-IF.                                                      01580000
                                                                        01590000
           IF NOT PDAS15-DETAIL                                         01600000
               MOVE ZEROES TO PDAS15-HASH-AMOUNT                        01610000
           END-IF.                                                      01620000
                                                                        01630000
           EVALUATE TRUE                                                01640000
               WHEN PDAS15-FILE-REJECTED                                01650000
                   CONTINUE                                             01660000
               WHEN PDAS15-HEADER                                       01670000
                   PERFORM P10000-HEADER THRU P10000-EXIT               01680000
               WHEN PDAS15-DETAIL                                       01690000
                   PERFORM P20000-DETAIL THRU P20000-EXIT               01700000
               WHEN PDAS15-TRAILER                                      01710000
                   PERFORM P30000-TRAILER THRU P30000-EXIT              01720000
               WHEN PDAS15-END-OF-FILE                                  01730000
                   PERFORM P40000-END-OF-FILE THRU P40000-EXIT          01740000
               WHEN PDAS15-PROCESSED                                    01750000
                   PERFORM P50000-FILE-PROCESSED THRU P50000-EXIT       01760000
               WHEN OTHER                                               01770000
                   CONTINUE                                             01780000
           END-EVALUATE.                                                01790000
                                                                        01800000
           MOVE PDAS15-PARMS TO LS-PDAS15-PARMS.                        01810000
                                                                        01820000
           GOBACK.                                                      01830000
                                                                        01840000
       P00000-EXIT.                                                     01850000
           EXIT.                                                        01860000
           EJECT                                                        01870000
      ***************************************************************** 01880000
      *                                                               * 01890000
      *    PARAGRAPH:  P10000-HEADER                                  * 01900000
      *                                                               * 01910000
      *    FUNCTION :  VALIDATE THE HEADER, REFUSE A FILE WHOSE FEED, * 01920000
      *                SENDER AND SEQUENCE WERE ALREADY PROCESSED (OR * 01930000
      *                LEFT PART-APPLIED BY A FAILED RUN), AND        * 01940000
      *                REGISTER THE FILE OPEN                         * 01950000
      *                                                               * 01960000
      *    CALLED BY:  P00000-MAINLINE                                * 01970000
      *                                                               * 01980000
      ***************************************************************** 01990000
                                                                        02000000
       P10000-HEADER.                                                   02010000
                                                                        02020000
           IF NOT PDAS15-NO-HEADER-YET                                  02030000
               MOVE 'EXTRA HEADER RECORD' TO PDAS15-REASON              02040000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              02050000
               GO TO P10000-EXIT                                        02060000
           END-IF.                                                      02070000
                                                                        02080000
           MOVE PDAS15-CONTROL-RECORD TO WS-CONTROL-RECORD.             02090000
           MOVE WCR-SENDER TO PDAS15-SENDER.                            02100000
           MOVE WCR-FILE-DATE TO PDAS15-FILE-DATE.                      02110000
           MOVE WCR-FILE-SEQ TO PDAS15-FILE-SEQ.                        02120000
           MOVE 'O' TO PDAS15-FILE-STATUS.                              02130000
                                                                        02140000
           IF WCR-SENDER = SPACES                                       02150000
              OR WCR-FILE-DATE NOT NUMERIC                              02160000
              OR WCR-FILE-SEQ NOT NUMERIC                               02170000
               MOVE 'HEADER INVALID' TO PDAS15-REASON                   02180000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              02190000
               GO TO P10000-EXIT                                        02200000
           END-IF.                                                      02210000
                                                                        02220000
           IF WCR-FILE-SEQ-N = ZEROES                                   02230000
               MOVE 'HEADER INVALID' TO PDAS15-REASON                   02240000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              02250000
               GO TO P10000-EXIT                                        02260000
           END-IF.                                                      02270000
                                                                        02280000
      ***************************************************************** 02290000
      *    A PROCESSED ROW FOR THE SAME FILE SORTS HIGHEST (P), THEN  * 02300000
      *    ONE LEFT BALANCED BY A RUN THAT FAILED WHILE APPLYING (B)  * 02310000
      ***************************************************************** 02320000
                                                                        02330000
           MOVE PDAS15-FEED TO IFC-FEED.                                02340000
           MOVE PDAS15-SENDER TO IFC-SENDER.                            02350000
           MOVE PDAS15-FILE-SEQ TO IFC-FILE-SEQ.                        02360000
                                                                        02370000
           EXEC SQL                                                     02380000
               SELECT  VALUE(MAX(STATUS), ' ')                          02390000
               INTO    :IFC-STATUS                                      02400000
               FROM    INTERFACE_FILE_CONTROL                           02410000
               WHERE   FEED     = :IFC-FEED                             02420000
                 AND   SENDER   = :IFC-SENDER                           02430000
                 AND   FILE_SEQ = :IFC-FILE-SEQ                         02440000
                 AND   STATUS IN ('B', 'P')                             02450000
           END-EXEC.                                                    02460000
                                                                        02470000
           IF SQLCODE NOT = +0                                          02480000
               MOVE SQLCODE TO PDAS15-SQLCODE                           02490000
               GO TO P10000-EXIT                                        02500000
           END-IF.                                                      02510000
                                                                        02520000
           EVALUATE IFC-STATUS                                          02530000
               WHEN 'P'                                                 02540000
                   MOVE 'DUPLICATE FILE' TO PDAS15-REASON               02550000
                   PERFORM P60000-REJECT-FILE THRU P60000-EXIT          02560000
                   GO TO P10000-EXIT                                    02570000
               WHEN 'B'                                                 02580000
                   MOVE 'PRIOR RUN INCOMPLETE' TO PDAS15-REASON         02590000
                   PERFORM P60000-REJECT-FILE THRU P60000-EXIT          02600000
                   GO TO P10000-EXIT                                    02610000
               WHEN OTHER                                               02620000
                   CONTINUE                                             02630000
           END-EVALUATE.                                                02640000
                                                                        02650000
           PERFORM P70000-INSERT-ROW THRU P70000-EXIT.                  02660000
                                                                        02670000
       P10000-EXIT.                                                     02680000
           EXIT.                                                        02690000
           EJECT                                                        02700000
      ***************************************************************** 02710000
      *                                                               * 02720000
      *    PARAGRAPH:  P20000-DETAIL                                  * 02730000
      *                                                               * 02740000
      *    FUNCTION :  COUNT ONE DATA RECORD AND ADD ITS HASH AMOUNT  * 02750000
      *                                                               * 02760000
      *    CALLED BY:  P00000-MAINLINE                                * 02770000
      *                                                               * 02780000
      ***************************************************************** 02790000
                                                                        02800000
       P20000-DETAIL.                                                   02810000
                                                                        02820000
           IF PDAS15-NO-HEADER-YET                                      02830000
               MOVE 'HEADER MISSING' TO PDAS15-REASON                   02840000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              02850000
               GO TO P20000-EXIT                                        02860000
           END-IF.                                                      02870000
                                                                        02880000
           IF PDAS15-TRAILER-SEEN                                       02890000
               MOVE 'DATA PAST TRAILER' TO PDAS15-REASON                02900000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              02910000
               GO TO P20000-EXIT                                        02920000
           END-IF.                                                      02930000
                                                                        02940000
           ADD +1 TO PDAS15-RECORD-COUNT.                               02950000
           ADD PDAS15-HASH-AMOUNT TO PDAS15-HASH-TOTAL.                 02960000
                                                                        02970000
       P20000-EXIT.                                                     02980000
           EXIT.                                                        02990000
           EJECT                                                        03000000
      ***************************************************************** 03010000
      *                                                               * 03020000
      *    PARAGRAPH:  P30000-TRAILER                                 * 03030000
      *                                                               * 03040000
      *    FUNCTION :  VALIDATE THE TRAILER AGAINST THE HEADER AND    * 03050000
      *                KEEP THE SENDER'S RECORD COUNT AND HASH TOTAL  * 03060000
      *                                                               * 03070000
      *    CALLED BY:  P00000-MAINLINE                                * 03080000
      *                                                               * 03090000
      ***************************************************************** 03100000
                                                                        03110000
       P30000-TRAILER.                                                  03120000
                                                                        03130000
           IF PDAS15-NO-HEADER-YET                                      03140000
               MOVE 'HEADER MISSING' TO PDAS15-REASON                   03150000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              03160000
               GO TO P30000-EXIT                                        03170000
           END-IF.                                                      03180000
                                                                        03190000
           IF PDAS15-TRAILER-SEEN                                       03200000
               MOVE 'EXTRA TRAILER RECORD' TO PDAS15-REASON             03210000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              03220000
               GO TO P30000-EXIT                                        03230000
           END-IF.                                                      03240000
                                                                        03250000
           MOVE 'Y' TO PDAS15-TRAILER-SW.                               03260000
                                                                        03270000
           MOVE PDAS15-CONTROL-RECORD TO WS-CONTROL-RECORD.             03280000
                                                                        03290000
           IF WCR-SENDER NOT = PDAS15-SENDER                            03300000
              OR WCR-FILE-DATE NOT = PDAS15-FILE-DATE                   03310000
              OR WCR-FILE-SEQ NOT = PDAS15-FILE-SEQ                     03320000
              OR WCR-RECORD-COUNT NOT NUMERIC                           03330000
              OR WCR-HASH-TOTAL NOT NUMERIC                             03340000
               MOVE 'TRAILER INVALID' TO PDAS15-REASON                  03350000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              03360000
               GO TO P30000-EXIT                                        03370000
           END-IF.                                                      03380000
                                                                        03390000
           MOVE WCR-RECORD-COUNT-N TO PDAS15-TRAILER-COUNT.             03400000
           MOVE WCR-HASH-TOTAL-N TO PDAS15-TRAILER-HASH.                03410000
                                                                        03420000
       P30000-EXIT.                                                     03430000
           EXIT.                                                        03440000
           EJECT                                                        03450000
      ***************************************************************** 03460000
      *                                                               * 03470000
      *    PARAGRAPH:  P40000-END-OF-FILE                             * 03480000
      *                                                               * 03490000
      *    FUNCTION :  BALANCE THE FILE TO ITS TRAILER.  A BALANCED   * 03500000
      *                FILE MAY BE APPLIED; ANY DIFFERENCE REJECTS    * 03510000
      *                THE WHOLE FILE                                 * 03520000
      *                                                               * 03530000
      *    CALLED BY:  P00000-MAINLINE                                * 03540000
      *                                                               * 03550000
      ***************************************************************** 03560000
                                                                        03570000
       P40000-END-OF-FILE.                                              03580000
                                                                        03590000
           IF PDAS15-NO-HEADER-YET                                      03600000
               MOVE 'HEADER MISSING' TO PDAS15-REASON                   03610000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              03620000
               GO TO P40000-EXIT                                        03630000
           END-IF.                                                      03640000
                                                                        03650000
           IF NOT PDAS15-TRAILER-SEEN                                   03660000
               MOVE 'TRAILER MISSING' TO PDAS15-REASON                  03670000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              03680000
               GO TO P40000-EXIT                                        03690000
           END-IF.                                                      03700000
                                                                        03710000
           IF PDAS15-RECORD-COUNT NOT = PDAS15-TRAILER-COUNT            03720000
               MOVE 'COUNT OUT OF BALANCE' TO PDAS15-REASON             03730000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              03740000
               GO TO P40000-EXIT                                        03750000
           END-IF.                                                      03760000
                                                                        03770000
           IF PDAS15-HASH-TOTAL NOT = PDAS15-TRAILER-HASH               03780000
               MOVE 'HASH OUT OF BALANCE' TO PDAS15-REASON              03790000
               PERFORM P60000-REJECT-FILE THRU P60000-EXIT              03800000
               GO TO P40000-EXIT                                        03810000
           END-IF.                                                      03820000
                                                                        03830000
           MOVE 'B' TO PDAS15-FILE-STATUS.                              03840000
           MOVE SPACES TO PDAS15-REASON.                                03850000
                                                                        03860000
           PERFORM P80000-UPDATE-ROW THRU P80000-EXIT.                  03870000
                                                                        03880000
       P40000-EXIT.                                                     03890000
           EXIT.                                                        03900000
           EJECT                                                        03910000
      ***************************************************************** 03920000
      *                                                               * 03930000
      *    PARAGRAPH:  P50000-FILE-PROCESSED                          * 03940000
      *                                                               * 03950000
      *    FUNCTION :  MARK A BALANCED FILE PROCESSED WITH THE        * 03960000
      *                NUMBER OF RECORDS THE FEED APPLIED             * 03970000
      *                                                               * 03980000
      *    CALLED BY:  P00000-MAINLINE                                * 03990000
      *                                                               * 04000000
      ***************************************************************** 04010000
                                                                        04020000
       P50000-FILE-PROCESSED.                                           04030000
                                                                        04040000
           IF NOT PDAS15-FILE-BALANCED                                  04050000
               GO TO P50000-EXIT                                        04060000
           END-IF.                                                      04070000
                                                                        04080000
           MOVE 'P' TO PDAS15-FILE-STATUS.                              04090000
                                                                        04100000
           PERFORM P80000-UPDATE-ROW THRU P80000-EXIT.                  04110000
                                                                        04120000
       P50000-EXIT.                                                     04130000
           EXIT.                                                        04140000
           EJECT                                                        04150000
      ***************************************************************** 04160000
      *                                                               * 04170000
      *    PARAGRAPH:  P60000-REJECT-FILE                             * 04180000
      *                                                               * 04190000
      *    FUNCTION :  REJECT THE WHOLE FILE FOR PDAS15-REASON.  A    * 04200000
      *                FILE NOT YET REGISTERED IS REGISTERED REJECTED * 04210000
      *                                                               * 04220000
      *    CALLED BY:  VARIOUS                                        * 04230000
      *                                                               * 04240000
      ***************************************************************** 04250000
                                                                        04260000
       P60000-REJECT-FILE.                                              04270000
                                                                        04280000
           MOVE 'R' TO PDAS15-FILE-STATUS.                              04290000
                                                                        04300000
           IF PDAS15-ROW-REGISTERED                                     04310000
               PERFORM P80000-UPDATE-ROW THRU P80000-EXIT               04320000
           ELSE                                                         04330000
               PERFORM P70000-INSERT-ROW THRU P70000-EXIT               04340000
           END-IF.                                                      04350000
                                                                        04360000
       P60000-EXIT.                                                     04370000
           EXIT.                                                        04380000
           EJECT                                                        04390000
      ***************************************************************** 04400000
      *                                                               * 04410000
      *    PARAGRAPH:  P70000-INSERT-ROW                              * 04420000
      *                                                               * 04430000
      *    FUNCTION :  INSERT THE REGISTER ROW FOR THE FILE, KEYED BY * 04440000
      *                FEED, SENDER, SEQUENCE AND THE DATE AND TIME   * 04450000
      *                RECEIVED                                       * 04460000
      *                                                               * 04470000
      *    CALLED BY:  P10000-HEADER                                  * 04480000
      *                P60000-REJECT-FILE                             * 04490000
      *                                                               * 04500000
      ***************************************************************** 04510000
                                                                        04520000
       P70000-INSERT-ROW.                                               04530000
                                                                        04540000
           MOVE WS-CDT-DATE TO PDAS15-RECEIVED-DATE.                    04550000
           MOVE WS-TIME-HHMMSS TO PDAS15-RECEIVED-TIME.                 04560000
                                                                        04570000
           MOVE PDAS15-FEED TO IFC-FEED.                                04580000
           MOVE PDAS15-SENDER TO IFC-SENDER.                            04590000
           MOVE PDAS15-FILE-SEQ TO IFC-FILE-SEQ.                        04600000
           MOVE PDAS15-RECEIVED-DATE TO IFC-RECEIVED-DATE.              04610000
           MOVE PDAS15-RECEIVED-TIME TO IFC-RECEIVED-TIME.              04620000
           MOVE PDAS15-PROGRAM TO IFC-PROGRAM.                          04630000
           MOVE PDAS15-FILE-DATE TO IFC-FILE-DATE.                      04640000
           MOVE PDAS15-FILE-STATUS TO IFC-STATUS.                       04650000
           MOVE PDAS15-RECORD-COUNT TO IFC-RECORD-COUNT.                04660000
           MOVE PDAS15-TRAILER-COUNT TO IFC-TRAILER-COUNT.              04670000
           MOVE PDAS15-HASH-TOTAL TO IFC-HASH-TOTAL.                    04680000
           MOVE PDAS15-TRAILER-HASH TO IFC-TRAILER-HASH.                04690000
           MOVE ZEROES TO IFC-RECORDS-APPLIED.                          04700000
           MOVE SPACES TO IFC-PROCESSED-TIME.                           04710000
           MOVE PDAS15-REASON TO IFC-REASON.                            04720000
                                                                        04730000
           EXEC SQL                                                     04740000
               INSERT INTO INTERFACE_FILE_CONTROL                       04750000
                      (FEED, SENDER, FILE_SEQ, RECEIVED_DATE,           04760000
                       RECEIVED_TIME, PROGRAM, FILE_DATE, STATUS,       04770000
                       RECORD_COUNT, TRAILER_COUNT, HASH_TOTAL,         04780000
                       TRAILER_HASH, RECORDS_APPLIED, PROCESSED_TIME,   04790000
                       REASON)                                          04800000
               VALUES (:IFC-FEED, :IFC-SENDER, :IFC-FILE-SEQ,           04810000
                       :IFC-RECEIVED-DATE, :IFC-RECEIVED-TIME,          04820000
                       :IFC-PROGRAM, :IFC-FILE-DATE, :IFC-STATUS,       04830000
                       :IFC-RECORD-COUNT, :IFC-TRAILER-COUNT,           04840000
                       :IFC-HASH-TOTAL, :IFC-TRAILER-HASH,              04850000
                       :IFC-RECORDS-APPLIED, :IFC-PROCESSED-TIME,       04860000
                       :IFC-REASON)                                     04870000
           END-EXEC.                                                    04880000
                                                                        04890000
           MOVE SQLCODE TO PDAS15-SQLCODE.                              04900000
                                                                        04910000
           IF SQLCODE = +0                                              04920000
               MOVE 'Y' TO PDAS15-ROW-SW                                04930000
           END-IF.                                                      04940000
                                                                        04950000
       P70000-EXIT.                                                     04960000
           EXIT.                                                        04970000
           EJECT                                                        04980000
      ***************************************************************** 04990000
      *                                                               * 05000000
      *    PARAGRAPH:  P80000-UPDATE-ROW                              * 05010000
      *                                                               * 05020000
      *    FUNCTION :  CARRY THE FILE'S STATUS, TOTALS AND REASON TO  * 05030000
      *                ITS REGISTER ROW                               * 05040000
      *                                                               * 05050000
      *    CALLED BY:  VARIOUS                                        * 05060000
      *                                                               * 05070000
      ***************************************************************** 05080000
                                                                        05090000
       P80000-UPDATE-ROW.                                               05100000
                                                                        05110000
           MOVE PDAS15-FEED TO IFC-FEED.                                05120000
           MOVE PDAS15-SENDER TO IFC-SENDER.                            05130000
           MOVE PDAS15-FILE-SEQ TO IFC-FILE-SEQ.                        05140000
           MOVE PDAS15-RECEIVED-DATE TO IFC-RECEIVED-DATE.              05150000
           MOVE PDAS15-RECEIVED-TIME TO IFC-RECEIVED-TIME.              05160000
           MOVE PDAS15-FILE-STATUS TO IFC-STATUS.                       05170000
           MOVE PDAS15-RECORD-COUNT TO IFC-RECORD-COUNT.                05180000
           MOVE PDAS15-TRAILER-COUNT TO IFC-TRAILER-COUNT.              05190000
           MOVE PDAS15-HASH-TOTAL TO IFC-HASH-TOTAL.                    05200000
           MOVE PDAS15-TRAILER-HASH TO IFC-TRAILER-HASH.                05210000
           MOVE PDAS15-REASON TO IFC-REASON.                            05220000
                                                                        05230000
           IF PDAS15-FILE-PROCESSED                                     05240000
               MOVE PDAS15-RECORDS-APPLIED TO IFC-RECORDS-APPLIED       05250000
               MOVE WS-TIME-HHMMSS TO IFC-PROCESSED-TIME                05260000
           ELSE                                                         05270000
               MOVE ZEROES TO IFC-RECORDS-APPLIED                       05280000
               MOVE SPACES TO IFC-PROCESSED-TIME                        05290000
           END-IF.                                                      05300000
                                                                        05310000
           EXEC SQL                                                     05320000
               UPDATE  INTERFACE_FILE_CONTROL                           05330000
               SET     STATUS          = :IFC-STATUS,                   05340000
                       RECORD_COUNT    = :IFC-RECORD-COUNT,             05350000
                       TRAILER_COUNT   = :IFC-TRAILER-COUNT,            05360000
                       HASH_TOTAL      = :IFC-HASH-TOTAL,               05370000
                       TRAILER_HASH    = :IFC-TRAILER-HASH,             05380000
                       RECORDS_APPLIED = :IFC-RECORDS-APPLIED,          05390000
                       PROCESSED_TIME  = :IFC-PROCESSED-TIME,           05400000
                       REASON          = :IFC-REASON                    05410000
               WHERE   FEED            = :IFC-FEED                      05420000
                 AND   SENDER          = :IFC-SENDER                    05430000
                 AND   FILE_SEQ        = :IFC-FILE-SEQ                  05440000
                 AND   RECEIVED_DATE   = :IFC-RECEIVED-DATE             05450000
                 AND   RECEIVED_TIME   = :IFC-RECEIVED-TIME             05460000
           END-EXEC.                                                    05470000
                                                                        05480000
           MOVE SQLCODE TO PDAS15-SQLCODE.                              05490000
                                                                        05500000
       P80000-EXIT.                                                     05510000
           EXIT.                                                        05520000
