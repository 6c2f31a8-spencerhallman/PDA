       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAS13.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAS13                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAS13 IS A CALLED SUBROUTINE THAT        * 00100000
      *             RESOLVES ACCOUNTING PERIODS.  GIVEN A USER PREFIX * 00110000
      *             AND A DATE (CCYYMMDD) IT RETURNS THE PERIOD THAT  * 00120000
      *             HOLDS THE DATE, AND GIVEN A PERIOD IT RETURNS THE * 00130000
      *             PERIOD'S FIRST AND LAST DAY.  A PREFIX WITH A     * 00140000
      *             FISCAL_CALENDAR (MAINTAINED ON PDA067) USES ITS   * 00150000
      *             FISCAL PERIODS, KEYED FISCAL YEAR + PERIOD        * 00160000
      *             (CCYYPP); A PREFIX WITHOUT ONE USES CALENDAR      * 00170000
      *             MONTHS (CCYYMM).  THE MONTH-END CLOSE, THE        * 00180000
      *             PERIOD LOCK AND THE PERIOD REPORTS ALL RESOLVE    * 00190000
      *             THEIR PERIODS HERE SO THEY ALWAYS AGREE.          * 00200000
      *                                                               * 00210000
      * FILES   :   FISCAL_CALENDAR  -  DB2  (READ-ONLY)              * 00220000
      *                                                               * 00230000
      * TRANSACTIONS GENERATED:                                       * 00240000
      *             NONE                                              * 00250000
      *                                                               * 00260000
      * PFKEYS  :   NONE                                              * 00270000
      *                                                               * 00280000
      ***************************************************************** 00290000
      *             PROGRAM CHANGE LOG                                * 00300000
      *             -------------------                               * 00310000
      *                                                               * 00320000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00330000
      *  --------   --------------------  --------------------------  * 00340000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00350000
      *                                                               * 00360000
      ***************************************************************** 00370000
                                                                        00380000
       ENVIRONMENT DIVISION.                                            00390000
       DATA DIVISION.                                                   00400000
           EJECT                                                        00410000
       WORKING-STORAGE SECTION.                                         00420000
                                                                        00430000
      ***************************************************************** 00440000
      *    MISCELLANEOUS WORK FIELDS                                  * 00450000
      ***************************************************************** 00460000
                                                                        00470000
       01  WS-MISCELLANEOUS-FIELDS.                                     00480000
           05  WS-CALENDAR-COUNT       PIC S9(09)  VALUE +0 COMP.       00490000
           05  WS-DATE-INTEGER         PIC S9(09)  VALUE +0 COMP.       00500000
           05  WS-SEARCH-DATE          PIC X(08)   VALUE SPACES.        00510000
           05  WS-WORK-DATE.                                            00520000
               10  WS-WD-YEAR          PIC 9(04)   VALUE ZEROES.        00530000
               10  WS-WD-MONTH         PIC 9(02)   VALUE ZEROES.        00540000
               10  WS-WD-DAY           PIC 9(02)   VALUE ZEROES.        00550000
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE                    00560000
                                       PIC 9(08).                       00570000
           05  WS-WORK-PERIOD.                                          00580000
               10  WS-WP-YEAR          PIC X(04)   VALUE SPACES.        00590000
               10  WS-WP-PERIOD        PIC X(02)   VALUE SPACES.        00600000
               10  WS-WP-PERIOD-N REDEFINES WS-WP-PERIOD                00610000
                                       PIC 9(02).                       00620000
           EJECT                                                        00630000
      ***************************************************************** 00640000
      *    DB2  DEFINITIONS                                           * 00650000
      ***************************************************************** 00660000
                                                                        00670000
           EXEC SQL                                                     00680000
              INCLUDE SQLCA                                             00690000
           END-EXEC.                                                    00700000
           EJECT                                                        00710000
           EXEC SQL                                                     00720000
              INCLUDE DFISCAL                                           00730000
           END-EXEC.                                                    00740000
           EJECT                                                        00750000
      ***************************************************************** 00760000
      *    PDAS13 PARAMETERS (LOCAL COPY)                             * 00770000
      ***************************************************************** 00780000
                                                                        00790000
           COPY PDAS13CY.                                               00800000
           EJECT                                                        00810000
      ***************************************************************** 00820000
      *    LINKAGE SECTION                                            * 00830000
      ***************************************************************** 00840000
                                                                        00850000
       LINKAGE SECTION.                                                 00860000
                                                                        00870000
       01  LS-PDAS13-PARMS             PIC X(60).                       00880000
                                                                        00890000
      ***************************************************************** 00900000
      *    P R O C E D U R E    D I V I S I O N                       * 00910000
      ***************************************************************** 00920000
                                                                        00930000
       PROCEDURE DIVISION USING LS-PDAS13-PARMS.                        00940000
                                                                        00950000
      ***************************************************************** 00960000
      *                                                               * 00970000
      *    PARAGRAPH:  P00000-MAINLINE                                * 00980000
      *                                                               * 00990000
      *    FUNCTION :  RESOLVE THE REQUESTED DATE OR PERIOD AND       * 01000000
      *                RETURN IT WITH A RETURN CODE TO THE CALLER     * 01010000
      *                                                               * 01020000
      *    CALLED BY:  NONE (SUBROUTINE ENTRY)                        * 01030000
      *                                                               * 01040000
      ***************************************************************** 01050000
                                                                        01060000
       P00000-MAINLINE.                                                 01070000
                                                                        01080000
           MOVE LS-PDAS13-PARMS TO PDAS13-PARMS.                        01090000
                                                                        01100000
           MOVE ZEROES TO PDAS13-START-DATE                             01110000
                          PDAS13-END-DATE                               01120000
                          PDAS13-SQLCODE.                               01130000
           MOVE SPACES TO PDAS13-CALENDAR-SW                            01140000
                          PDAS13-RETURN-CODE.                           01150000
                                                                        01160000
           EVALUATE TRUE                                                01170000
               WHEN PDAS13-DATE-TO-PERIOD                               01180000
                   MOVE SPACES TO PDAS13-PERIOD                         01190000
                   PERFORM P10000-DATE-TO-PERIOD THRU P10000-EXIT       01200000
               WHEN PDAS13-PERIOD-TO-DATES                              01210000
                   PERFORM P20000-PERIOD-TO-DATES THRU P20000-EXIT      01220000
               WHEN OTHER                                               01230000
                   MOVE '08' TO PDAS13-RETURN-CODE                      01240000
           END-EVALUATE.                                                01250000
                                                                        01260000
           MOVE PDAS13-PARMS TO LS-PDAS13-PARMS.                        01270000
                                                                        01280000
           GOBACK.                                                      01290000
                                                                        01300000
       P00000-EXIT.                                                     01310000
           EXIT.                                                        01320000
           EJECT                                                        01330000
      ***************************************************************** 01340000
      *                                                               * 01350000
      *    PARAGRAPH:  P10000-DATE-TO-PERIOD                          * 01360000
      *                                                               * 01370000
      *    FUNCTION :  FIND THE PERIOD HOLDING THE DATE -- THE FISCAL * 01380000
      *                PERIOD WHOSE DATES SPAN IT, OR THE CALENDAR    * 01390000
      *                MONTH WHEN THE PREFIX HAS NO FISCAL CALENDAR   * 01400000
      *                                                               * 01410000
      *    CALLED BY:  P00000-MAINLINE                                * 01420000
      *                                                               * 01430000
      ***************************************************************** 01440000
                                                                        01450000
       P10000-DATE-TO-PERIOD.                                           01460000
                                                                        01470000
           IF PDAS13-DATE NOT NUMERIC                                   01480000
               MOVE '08' TO PDAS13-RETURN-CODE                          01490000
               GO TO P10000-EXIT                                        01500000
           END-IF.                                                      01510000
                                                                        01520000
           MOVE PDAS13-DATE TO WS-WORK-DATE-N.                          01530000
                                                                        01540000
           IF WS-WD-MONTH < 01 OR WS-WD-MONTH > 12                      01550000
              OR WS-WD-DAY < 01 OR WS-WD-DAY > 31                       01560000
               MOVE '08' TO PDAS13-RETURN-CODE                          01570000
               GO TO P10000-EXIT                                        01580000
           END-IF.                                                      01590000
                                                                        01600000
           MOVE PDAS13-PREFIX TO FISCAL-CAL-PREFIX.                     01610000
           MOVE WS-WORK-DATE TO WS-SEARCH-DATE.                         01620000
                                                                        01630000
           EXEC SQL                                                     01640000
               SELECT  FISCAL_YEAR,                                     01650000
                       FISCAL_PERIOD,                                   01660000
                       START_DATE,                                      01670000
                       END_DATE                                         01680000
               INTO    :FISCAL-CAL-YEAR,                                01690000
                       :FISCAL-CAL-PERIOD,                              01700000
                       :FISCAL-CAL-START-DATE,                          01710000
                       :FISCAL-CAL-END-DATE                             01720000
               FROM    FISCAL_CALENDAR                                  01730000
               WHERE   PREFIX      = :FISCAL-CAL-PREFIX                 01740000
                 AND   START_DATE <= :WS-SEARCH-DATE                    01750000
                 AND   END_DATE   >= :WS-SEARCH-DATE                    01760000
           END-EXEC.                                                    01770000
                                                                        01780000
           EVALUATE TRUE                                                01790000
               WHEN SQLCODE = +0                                        01800000
                   MOVE 'F' TO PDAS13-CALENDAR-SW                       01810000
                   MOVE FISCAL-CAL-YEAR TO PDAS13-PERIOD(1:4)           01820000
                   MOVE FISCAL-CAL-PERIOD TO PDAS13-PERIOD(5:2)         01830000
                   MOVE FISCAL-CAL-START-DATE TO PDAS13-START-DATE      01840000
                   MOVE FISCAL-CAL-END-DATE TO PDAS13-END-DATE          01850000
                   MOVE '00' TO PDAS13-RETURN-CODE                      01860000
               WHEN SQLCODE = +100                                      01870000
                   PERFORM P30000-CHECK-CALENDAR THRU P30000-EXIT       01880000
               WHEN OTHER                                               01890000
                   MOVE '16' TO PDAS13-RETURN-CODE                      01900000
                   MOVE SQLCODE TO PDAS13-SQLCODE                       01910000
           END-EVALUATE.                                                01920000
                                                                        01930000
      ***************************************************************** 01940000
      *    NO FISCAL PERIOD SPANS THE DATE -- A PREFIX ON CALENDAR    * 01950000
      *    MONTHS TAKES THE DATE'S MONTH, ONE ON A FISCAL CALENDAR    * 01960000
      *    HAS NOT DEFINED THE PERIOD YET                             * 01970000
      ***************************************************************** 01980000
                                                                        01990000
           IF PDAS13-CALENDAR-MONTHS                                    02000000
               MOVE WS-WORK-DATE(1:6) TO PDAS13-PERIOD                  02010000
               MOVE WS-WORK-DATE(1:6) TO WS-WORK-PERIOD                 02020000
               PERFORM P40000-MONTH-DATES THRU P40000-EXIT              02030000
               MOVE '00' TO PDAS13-RETURN-CODE                          02040000
           ELSE                                                         02050000
               IF PDAS13-FISCAL-CALENDAR                                02060000
                  AND PDAS13-RETURN-CODE = SPACES                       02070000
                   MOVE '04' TO PDAS13-RETURN-CODE                      02080000
               END-IF                                                   02090000
           END-IF.                                                      02100000
                                                                        02110000
       P10000-EXIT.                                                     02120000
           EXIT.                                                        02130000
           EJECT                                                        02140000
      ***************************************************************** 02150000
      *                                                               * 02160000
      *    PARAGRAPH:  P20000-PERIOD-TO-DATES                         * 02170000
      *                                                               * 02180000
      *    FUNCTION :  RETURN THE FIRST AND LAST DAY OF THE PERIOD    * 02190000
      *                                                               * 02200000
      *    CALLED BY:  P00000-MAINLINE                                * 02210000
      *                                                               * 02220000
      ***************************************************************** 02230000
                                                                        02240000
       P20000-PERIOD-TO-DATES.                                          02250000
                                                                        02260000
           IF PDAS13-PERIOD NOT NUMERIC                                 02270000
               MOVE '08' TO PDAS13-RETURN-CODE                          02280000
               GO TO P20000-EXIT                                        02290000
           END-IF.                                                      02300000
                                                                        02310000
           MOVE PDAS13-PERIOD TO WS-WORK-PERIOD.                        02320000
                                                                        02330000
           MOVE PDAS13-PREFIX TO FISCAL-CAL-PREFIX.                     02340000
           MOVE WS-WP-YEAR TO FISCAL-CAL-YEAR.                          02350000
           MOVE WS-WP-PERIOD TO FISCAL-CAL-PERIOD.                      02360000
                                                                        02370000
           EXEC SQL                                                     02380000
               SELECT  START_DATE,                                      02390000
                       END_DATE                                         02400000
               INTO    :FISCAL-CAL-START-DATE,                          02410000
                       :FISCAL-CAL-END-DATE                             02420000
               FROM    FISCAL_CALENDAR                                  02430000
               WHERE   PREFIX        = :FISCAL-CAL-PREFIX               02440000
                 AND   FISCAL_YEAR   = :FISCAL-CAL-YEAR                 02450000
                 AND   FISCAL_PERIOD = :FISCAL-CAL-PERIOD               02460000
           END-EXEC.                                                    02470000
                                                                        02480000
           EVALUATE TRUE                                                02490000
               WHEN SQLCODE = +0                                        02500000
                   MOVE 'F' TO PDAS13-CALENDAR-SW                       02510000
                   MOVE FISCAL-CAL-START-DATE TO PDAS13-START-DATE      02520000
                   MOVE FISCAL-CAL-END-DATE TO PDAS13-END-DATE          02530000
                   MOVE '00' TO PDAS13-RETURN-CODE                      02540000
               WHEN SQLCODE = +100                                      02550000
                   PERFORM P30000-CHECK-CALENDAR THRU P30000-EXIT       02560000
               WHEN OTHER                                               02570000
                   MOVE '16' TO PDAS13-RETURN-CODE                      02580000
                   MOVE SQLCODE TO PDAS13-SQLCODE                       02590000
           END-EVALUATE.                                                02600000
                                                                        02610000
           IF PDAS13-CALENDAR-MONTHS                                    02620000
               IF WS-WP-PERIOD-N < 01 OR WS-WP-PERIOD-N > 12            02630000
                   MOVE '08' TO PDAS13-RETURN-CODE                      02640000
               ELSE                                                     02650000
                   PERFORM P40000-MONTH-DATES THRU P40000-EXIT          02660000
                   MOVE '00' TO PDAS13-RETURN-CODE                      02670000
               END-IF                                                   02680000
           ELSE                                                         02690000
               IF PDAS13-FISCAL-CALENDAR                                02700000
                  AND PDAS13-RETURN-CODE = SPACES                       02710000
                   MOVE '04' TO PDAS13-RETURN-CODE                      02720000
               END-IF                                                   02730000
           END-IF.                                                      02740000
                                                                        02750000
       P20000-EXIT.                                                     02760000
           EXIT.                                                        02770000
           EJECT                                                        02780000
      ***************************************************************** 02790000
      *                                                               * 02800000
      *    PARAGRAPH:  P30000-CHECK-CALENDAR                          * 02810000
      *                                                               * 02820000
      *    FUNCTION :  DETERMINE WHETHER THE PREFIX KEEPS A FISCAL    * 02830000
      *                CALENDAR AT ALL OR RUNS ON CALENDAR MONTHS     * 02840000
      *                                                               * 02850000
      *    CALLED BY:  P10000-DATE-TO-PERIOD                          * 02860000
      *                P20000-PERIOD-TO-DATES                         * 02870000
      *                                                               * 02880000
      ***************************************************************** 02890000
                                                                        02900000
       P30000-CHECK-CALENDAR.                                           02910000
                                                                        02920000
           EXEC SQL                                                     02930000
               SELECT  COUNT(*)                                         02940000
               INTO    :WS-CALENDAR-COUNT                               02950000
               FROM    FISCAL_CALENDAR                                  02960000
               WHERE   PREFIX = :FISCAL-CAL-PREFIX                      02970000
           END-EXEC.                                                    02980000
                                                                        02990000
           IF SQLCODE NOT = +0                                          03000000
               MOVE '16' TO PDAS13-RETURN-CODE                          03010000
               MOVE SQLCODE TO PDAS13-SQLCODE                           03020000
               GO TO P30000-EXIT                                        03030000
           END-IF.                                                      03040000
                                                                        03050000
           IF WS-CALENDAR-COUNT > ZEROES                                03060000
               MOVE 'F' TO PDAS13-CALENDAR-SW                           03070000
           ELSE                                                         03080000
               MOVE 'M' TO PDAS13-CALENDAR-SW                           03090000
           END-IF.                                                      03100000
                                                                        03110000
       P30000-EXIT.                                                     03120000
           EXIT.                                                        03130000
           EJECT                                                        03140000
      ***************************************************************** 03150000
      *                                                               * 03160000
      *    PARAGRAPH:  P40000-MONTH-DATES                             * 03170000
      *                                                               * 03180000
      *    FUNCTION :  SET THE FIRST AND LAST DAY OF THE CALENDAR     * 03190000
      *                MONTH IN WS-WORK-PERIOD (CCYYMM) -- THE LAST   * 03200000
      *                DAY IS THE DAY BEFORE THE NEXT MONTH BEGINS    * 03210000
      *                                                               * 03220000
      *    CALLED BY:  P10000-DATE-TO-PERIOD                          * 03230000
      *                P20000-PERIOD-TO-DATES                         * 03240000
      *                                                               * 03250000
      ***************************************************************** 03260000
                                                                        03270000
       P40000-MONTH-DATES.                                              03280000
                                                                        03290000
           MOVE WS-WORK-PERIOD TO WS-WORK-DATE(1:6).                    03300000
           MOVE 01 TO WS-WD-DAY.                                        03310000
           MOVE WS-WORK-DATE-N TO PDAS13-START-DATE.                    03320000
                                                                        03330000
           ADD 1 TO WS-WD-MONTH.                                        03340000
                                                                        03350000
           IF WS-WD-MONTH > 12                                          03360000
               MOVE 01 TO WS-WD-MONTH                                   03370000
               ADD 1 TO WS-WD-YEAR                                      03380000
           END-IF.                                                      03390000
                                                                        03400000
           COMPUTE WS-DATE-INTEGER =                                    03410000
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1.            03420000
                                                                        03430000
           COMPUTE PDAS13-END-DATE =                                    03440000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               03450000
                                                                        03460000
       P40000-EXIT.                                                     03470000
           EXIT.                                                        03480000
