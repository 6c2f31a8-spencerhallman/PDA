      *             THE BACKORDER FILE AND RELEASE EVERY OPEN         * 00110000
      *             BACKORDER WHOSE SUPPLIER QUANTITY ON HAND ON THE  * 00120000
      *             ITEM_SUPPLIER TABLE HAS COME BACK UP TO OR ABOVE  * 00130000
      *             THE BACKORDERED QUANTITY.  OPEN BACKORDERS ARE    * 00131000
      *             SERVED BY CUSTOMER PRIORITY TIER (CUSTOMER FILE), * 00132000
      *             THEN BY DATE ADDED, AGAINST A RUNNING BALANCE OF  * 00133000
      *             THE STOCK ON HAND.  A BACKORDER THAT CANNOT BE    * 00134000
      *             FILLED KEEPS ITS QUANTITY RESERVED SO NO LOWER    * 00135000
      *             PRIORITY BACKORDER TAKES THE STOCK IT IS WAITING  * 00136000
      *             FOR.  A SHORTAGE ALLOCATION SECTION LISTS, FOR    * 00137000
      *             EACH ITEM THAT RAN SHORT, EVERY BACKORDER IN THE  * 00138000
      *             ORDER SERVED AND WHETHER IT WAS RELEASED OR       * 00139000
      *             SHORTED.  A RELEASED BACKORDER                    * 00140000
      *             IS WRITTEN TO THE PENDING ORDER FILE AS A NEW     * 00150000
      *             PENDING ORDER LINE ITEM (USING THE ZERO CONTROL   * 00160000
      *             RECORD SEQUENCE CONVENTION) AND THE BACKORDER     * 00170000
      *                                                               * 00210000
      * FILES   :   BACKORDER FILE       -  VSAM KSDS    (UPDATE)     * 00220000
      *             PENDING ORDER FILE   -  VSAM KSDS    (UPDATE)     * 00230000
      *             CUSTOMER FILE        -  VSAM KSDS    (READ-ONLY)  * 00235000
      *             ITEM_SUPPLIER        -  DB2          (READ-ONLY)  * 00240000
      *                                                               * 00250000
      ***************************************************************** 00260000
      *                                                               * 00290000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00300000
      *  --------   --------------------  --------------------------  * 00310000
      *  10/15/26   R. MCALLEN            RELEASE BY CUSTOMER         * 00311000
      *                                   PRIORITY TIER THEN DATE,    * 00312000
      *                                   RESERVE SHORTED QUANTITY,   * 00313000
      *                                   SHORTAGE ALLOCATION LIST    * 00314000
      *  10/15/26   R. MCALLEN            STOCK RESERVED FOR KIT      * 00315000
      *                                   WORK ORDERS (PDAB104) IS    * 00316000
      *                                   NOT RELEASED                * 00317000
      *  10/15/26   R. MCALLEN            PENDING ORDER RECORD NOW    * 00317500
      *                                   136 BYTES (LINE PRICE       * 00318000
      *                                   OVERRIDE FIELDS)            * 00318500
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00320000
      *                                                               * 00330000
      ***************************************************************** 00340000
                                       ACCESS IS RANDOM                 00500000
                                       RECORD KEY IS PENDING-ORDER-KEY  00510000
                                       FILE STATUS IS WS-PENDORD-STATUS.00520000
                                                                        00521000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00522000
                                       ORGANIZATION IS INDEXED          00523000
                                       ACCESS IS RANDOM                 00524000
                                       RECORD KEY IS CUSTOMER-KEY       00525000
                                       FILE STATUS IS                   00526000
                                           WS-CUSTOMER-STATUS.          00527000
           EJECT                                                        00530000
       DATA DIVISION.                                                   00540000
                                                                        00550000
           COPY VBACKORD.                                               00610000
                                                                        00620000
       FD  VSAM-PENDING-ORDER                                           00630000
           RECORD CONTAINS 136 CHARACTERS.                              00640000
                                                                        00650000
           COPY VPENDORD.                                               00660000
                                                                        00661000
       FD  VSAM-CUSTOMER                                                00662000
           RECORD CONTAINS 800 CHARACTERS.                              00663000
                                                                        00664000
           COPY VCUSTOMR.                                               00665000
           EJECT                                                        00670000
       WORKING-STORAGE SECTION.                                         00680000
                                                                        00690000
       01  WS-SWITCHES.                                                 00740000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00750000
               88  END-OF-PROCESS                VALUE 'Y'.             00760000
           EJECT                                                        00790000
      ***************************************************************** 00800000
      *    MISCELLANEOUS WORK FIELDS                                  * 00810000
           03  WS-PENDORD-STATUS       PIC XX    VALUE SPACES.          00910000
               88  PENDORDR-OK                   VALUE '  ' '00'.       00920000
               88  PENDORDR-NOTFOUND             VALUE '23'.            00930000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          00931000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       00932000
           03  WS-BACKORD-READ         PIC S9(7) VALUE +0       COMP-3. 00940000
           03  WS-BACKORD-OPEN         PIC S9(7) VALUE +0       COMP-3. 00950000
           03  WS-BACKORD-RELEASED     PIC S9(7) VALUE +0       COMP-3. 00960000
           03  WS-BACKORD-WAITING      PIC S9(7) VALUE +0       COMP-3. 00970000
           03  WS-BACKORD-NOT-QUEUED   PIC S9(7) VALUE +0       COMP-3. 00971000
           03  WS-ITEMS-SHORT          PIC S9(7) VALUE +0       COMP-3. 00972000
           03  WS-SUB1                 PIC S9(4) VALUE +0       COMP.   00973000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   00974000
           03  WS-BEST-SUB             PIC S9(4) VALUE +0       COMP.   00975000
           03  WS-SERVE-SUB            PIC S9(4) VALUE +0       COMP.   00976000
           03  WS-STK-SUB              PIC S9(4) VALUE +0       COMP.   00977000
           03  WS-CUSTOMER-TIER        PIC 9     VALUE 5.               00978000
           03  WS-NEXT-ITEM-SEQ        PIC 9(5)  VALUE ZEROES.          00980000
           03  WS-DATE.                                                 00990000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01000000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01020000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01030000
                                       PIC 9(8).                        01040000
           EJECT                                                        01040100
      ***************************************************************** 01040200
      *    OPEN BACKORDER QUEUE -- EVERY OPEN BACKORDER WITH ITS      * 01040300
      *    CUSTOMER PRIORITY TIER (1 HIGHEST THRU 5 LOWEST) AND THE   * 01040400
      *    STOCK TABLE ENTRY FOR ITS ITEM / SUPPLIER.  THE RESULT IS  * 01040500
      *    SET AS EACH BACKORDER IS SERVED                            * 01040600
      ***************************************************************** 01040700
                                                                        01040800
       01  WS-BACKORDER-QUEUE.                                          01040900
           03  WS-BQ-MAX               PIC S9(4) VALUE +3000    COMP.   01041000
           03  WS-BQ-COUNT             PIC S9(4) VALUE +0       COMP.   01041100
           03  WS-BQ-ENTRY             OCCURS 3000 TIMES.               01041200
               05  WS-BQ-KEY           PIC X(10).                       01041300
               05  WS-BQ-CUSTOMER-ID   PIC X(32).                       01041400
               05  WS-BQ-TIER          PIC 9.                           01041500
               05  WS-BQ-DATE-ADDED    PIC 9(8).                        01041600
               05  WS-BQ-QUANTITY      PIC S9(9)            COMP-3.     01041700
               05  WS-BQ-STK-SUB       PIC S9(4)            COMP.       01041800
               05  WS-BQ-RESULT-SW     PIC X.                           01041900
                   88  WS-BQ-QUEUED              VALUE ' '.             01042000
                   88  WS-BQ-RELEASED            VALUE 'R'.             01042100
                   88  WS-BQ-SHORTED             VALUE 'S'.             01042200
                                                                        01042300
      ***************************************************************** 01042400
      *    ORDER IN WHICH THE QUEUE WAS SERVED (QUEUE SUBSCRIPTS)     * 01042500
      ***************************************************************** 01042600
                                                                        01042700
       01  WS-SERVE-ORDER.                                              01042800
           03  WS-SO-SUB               PIC S9(4) COMP                   01042900
                                       OCCURS 3000 TIMES.               01043000
                                                                        01043100
      ***************************************************************** 01043200
      *    RUNNING STOCK BALANCE BY ITEM / SUPPLIER.  AVAILABLE IS    * 01043300
      *    THE QUANTITY ON HAND LESS EVERY BACKORDER SERVED SO FAR,   * 01043400
      *    RELEASED OR SHORTED (A SHORTED BACKORDER KEEPS ITS         * 01043500
      *    QUANTITY RESERVED AHEAD OF LOWER PRIORITY DEMAND)          * 01043600
      ***************************************************************** 01043700
                                                                        01043800
       01  WS-STOCK-TABLE.                                              01043900
           03  WS-ST-MAX               PIC S9(4) VALUE +1000    COMP.   01044000
           03  WS-ST-COUNT             PIC S9(4) VALUE +0       COMP.   01044100
           03  WS-ST-ENTRY             OCCURS 1000 TIMES.               01044200
               05  WS-ST-ITEM-KEY      PIC X(37).                       01044300
               05  WS-ST-SUPPLIER-KEY  PIC X(37).                       01044400
               05  WS-ST-ON-HAND       PIC S9(9)            COMP-3.     01044500
               05  WS-ST-AVAILABLE     PIC S9(9)            COMP-3.     01044600
               05  WS-ST-SHORT-SW      PIC X.                           01044700
                   88  WS-ST-CONSTRAINED         VALUE 'Y'.             01044800
           EJECT                                                        01050000
      ***************************************************************** 01060000
      *    DISPLAY AREA                                               * 01070000
           03  FILLER                  PIC X(01) VALUE '*'.             01540000
           EJECT                                                        01550000
      ***************************************************************** 01560000
      *    SHORTAGE ALLOCATION LINES                                  * 01560100
      ***************************************************************** 01560200
                                                                        01560300
       01  WS-DL-SHORT-ITEM.                                            01560400
           03  FILLER                  PIC X(01) VALUE '*'.             01560500
           03  FILLER                  PIC X(13) VALUE '  SHORT ITEM '. 01560600
           03  WS-DL-SI-ITEM           PIC X(32) VALUE SPACES.          01560700
           03  FILLER                  PIC X(09) VALUE ' ON HAND '.     01560800
           03  WS-DL-SI-ON-HAND        PIC ZZZ,ZZZ,ZZ9.                 01560900
           03  FILLER                  PIC X(13) VALUE SPACES.          01561000
           03  FILLER                  PIC X(01) VALUE '*'.             01561100
                                                                        01561200
       01  WS-DL-SHORT-SUPPLIER.                                        01561300
           03  FILLER                  PIC X(01) VALUE '*'.             01561400
           03  FILLER                  PIC X(13) VALUE '    SUPPLIER '. 01561500
           03  WS-DL-SS-SUPPLIER       PIC X(32) VALUE SPACES.          01561600
           03  FILLER                  PIC X(33) VALUE SPACES.          01561700
           03  FILLER                  PIC X(01) VALUE '*'.             01561800
                                                                        01561900
       01  WS-DL-SHORT-DETAIL.                                          01562000
           03  FILLER                  PIC X(01) VALUE '*'.             01562100
           03  FILLER                  PIC X(06) VALUE ' TIER '.        01562200
           03  WS-DL-SD-TIER           PIC 9     VALUE ZEROES.          01562300
           03  FILLER                  PIC X(01) VALUE SPACES.          01562400
           03  WS-DL-SD-CUSTOMER       PIC X(24) VALUE SPACES.          01562500
           03  FILLER                  PIC X(01) VALUE SPACES.          01562600
           03  WS-DL-SD-PREFIX         PIC X(05) VALUE SPACES.          01562700
           03  FILLER                  PIC X(01) VALUE '-'.             01562800
           03  WS-DL-SD-SEQ            PIC X(05) VALUE SPACES.          01562900
           03  FILLER                  PIC X(05) VALUE ' QTY '.         01563000
           03  WS-DL-SD-QTY            PIC ZZZ,ZZZ,ZZ9.                 01563100
           03  FILLER                  PIC X(02) VALUE SPACES.          01563200
           03  WS-DL-SD-RESULT         PIC X(08) VALUE SPACES.          01563300
           03  FILLER                  PIC X(08) VALUE SPACES.          01563400
           03  FILLER                  PIC X(01) VALUE '*'.             01563500
           EJECT                                                        01563600
      ***************************************************************** 01563700
      *    DB2  DEFINITIONS                                           * 01570000
      ***************************************************************** 01580000
                                                                        01590000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02000000
      *                                                               * 02010000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, PRINT THE      * 02020000
      *                REPORT HEADING, QUEUE EVERY OPEN BACKORDER,    * 02025000
      *                SERVE THE QUEUE IN PRIORITY ORDER, PRINT THE   * 02030000
      *                SHORTAGE ALLOCATION AND THE ENDING COUNTS      * 02035000
      *                                                               * 02050000
      *    CALLED BY:  NONE                                           * 02060000
      *                                                               * 02070000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02510000
           END-IF.                                                      02520000
                                                                        02530000
           OPEN INPUT VSAM-CUSTOMER.                                    02531000
                                                                        02532000
           IF NOT CUSTOMER-OK                                           02533000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         02534000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              02535000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02536000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02537000
           END-IF.                                                      02538000
                                                                        02539000
           MOVE LOW-VALUES TO BACKORDER-KEY.                            02540000
                                                                        02550000
           START VSAM-BACKORDER                                         02560000
               END-IF                                                   02670000
           END-IF.                                                      02680000
                                                                        02690000
           PERFORM P10000-LOAD-BACKORDER THRU P10000-EXIT               02700000
               UNTIL END-OF-PROCESS.                                    02710000
                                                                        02720000
           PERFORM P20000-SERVE-NEXT THRU P20000-EXIT                   02721000
               VARYING WS-SERVE-SUB FROM 1 BY 1                         02722000
                 UNTIL WS-SERVE-SUB > WS-BQ-COUNT.                      02723000
                                                                        02724000
           PERFORM P40000-SHORTAGE-REPORT THRU P40000-EXIT.             02725000
                                                                        02726000
           CLOSE VSAM-BACKORDER                                         02730000
                 VSAM-PENDING-ORDER                                     02735000
                 VSAM-CUSTOMER.                                         02740000
                                                                        02750000
           DISPLAY ' '.                                                 02760000
           DISPLAY WS-DL-ASTERISK.                                      02770000
           MOVE WS-BACKORD-WAITING TO WS-DL-T-CNT.                      02920000
           DISPLAY WS-DL-TOTAL.                                         02930000
                                                                        02940000
           MOVE 'NOT QUEUED, TABLE FULL' TO WS-DL-T-TITLE.              02941000
           MOVE WS-BACKORD-NOT-QUEUED TO WS-DL-T-CNT.                   02942000
           DISPLAY WS-DL-TOTAL.                                         02943000
                                                                        02944000
           MOVE 'ITEMS SHORT' TO WS-DL-T-TITLE.                         02945000
           MOVE WS-ITEMS-SHORT TO WS-DL-T-CNT.                          02946000
           DISPLAY WS-DL-TOTAL.                                         02947000
                                                                        02948000
           DISPLAY WS-DL-ASTERISK.                                      02950000
           DISPLAY ' '.                                                 02960000
                                                                        02970000
           EJECT                                                        03060000
      ***************************************************************** 03070000
      *                                                               * 03080000
      *    PARAGRAPH:  P10000-LOAD-BACKORDER                          * 03090000
      *                                                               * 03100000
      *    FUNCTION :  READ THE NEXT BACKORDER RECORD AND, IF IT IS   * 03105000
      *                OPEN, ADD IT TO THE QUEUE WITH THE CUSTOMER    * 03110000
      *                PRIORITY TIER AND ITS STOCK TABLE ENTRY        * 03115000
      *                                                               * 03130000
      *    CALLED BY:  P00000-MAINLINE                                * 03140000
      *                                                               * 03150000
      ***************************************************************** 03160000
                                                                        03170000
       P10000-LOAD-BACKORDER.                                           03180000
                                                                        03190000
           READ VSAM-BACKORDER NEXT.                                    03200000
                                                                        03210000
                                                                        03480000
           ADD +1 TO WS-BACKORD-OPEN.                                   03490000
                                                                        03500000
      ***************************************************************** 03501000
      *    A BACKORDER THAT WILL NOT FIT IN THE QUEUE OR THE STOCK    * 03502000
      *    TABLE IS LEFT OPEN FOR THE NEXT RUN                        * 03503000
      ***************************************************************** 03504000
                                                                        03520000
           IF WS-BQ-COUNT NOT < WS-BQ-MAX                               03530000
               ADD +1 TO WS-BACKORD-NOT-QUEUED                          03540000
               ADD +1 TO WS-BACKORD-WAITING                             03560000
               GO TO P10000-EXIT                                        03565000
           END-IF.                                                      03570000
                                                                        03570100
           PERFORM P12000-FIND-STOCK THRU P12000-EXIT.                  03570200
                                                                        03570300
           IF WS-STK-SUB = ZEROES                                       03570400
               ADD +1 TO WS-BACKORD-NOT-QUEUED                          03570500
               ADD +1 TO WS-BACKORD-WAITING                             03570600
               GO TO P10000-EXIT                                        03570700
           END-IF.                                                      03570800
                                                                        03570900
           PERFORM P11000-GET-TIER THRU P11000-EXIT.                    03571000
                                                                        03571100
           ADD +1 TO WS-BQ-COUNT.                                       03571200
           MOVE BACKORDER-KEY TO WS-BQ-KEY (WS-BQ-COUNT).               03571300
           MOVE BACKORDER-CUSTOMER-ID                                   03571400
               TO WS-BQ-CUSTOMER-ID (WS-BQ-COUNT).                      03571500
           MOVE WS-CUSTOMER-TIER TO WS-BQ-TIER (WS-BQ-COUNT).           03571600
           MOVE BACKORDER-DATE-ADDED                                    03571700
               TO WS-BQ-DATE-ADDED (WS-BQ-COUNT).                       03571800
           MOVE BACKORDER-QUANTITY TO WS-BQ-QUANTITY (WS-BQ-COUNT).     03571900
           MOVE WS-STK-SUB TO WS-BQ-STK-SUB (WS-BQ-COUNT).              03572000
           MOVE SPACES TO WS-BQ-RESULT-SW (WS-BQ-COUNT).                03572100
                                                                        03580000
       P10000-EXIT.                                                     03590000
           EXIT.                                                        03600000
           EJECT                                                        03610000
      ***************************************************************** 03620000
      *                                                               * 03630000
      *    PARAGRAPH:  P11000-GET-TIER                                * 03640000
      *                                                               * 03650000
      *    FUNCTION :  READ THE BACKORDER CUSTOMER AND PICK UP ITS    * 03655000
      *                PRIORITY TIER.  A CUSTOMER NOT ON FILE, OR A   * 03660000
      *                TIER OF ZERO OR SPACES, IS TREATED AS TIER 5   * 03665000
      *                                                               * 03680000
      *    CALLED BY:  P10000-LOAD-BACKORDER                          * 03690000
      *                                                               * 03700000
      ***************************************************************** 03710000
                                                                        03720000
       P11000-GET-TIER.                                                 03730000
                                                                        03740000
           MOVE 5 TO WS-CUSTOMER-TIER.                                  03740100
                                                                        03740200
           MOVE BACKORDER-PREFIX TO CUSTOMER-PREFIX.                    03740300
           MOVE BACKORDER-CUSTOMER-ID TO CUSTOMER-ID.                   03740400
                                                                        03740500
           READ VSAM-CUSTOMER.                                          03740600
                                                                        03740700
           IF CUSTOMER-OK                                               03740800
              AND CUSTOMER-PRIORITY-TIER NUMERIC                        03740900
              AND CUSTOMER-PRIORITY-TIER > ZEROES                       03741000
               MOVE CUSTOMER-PRIORITY-TIER TO WS-CUSTOMER-TIER          03741100
           END-IF.                                                      03741200
                                                                        03741300
       P11000-EXIT.                                                     03741400
           EXIT.                                                        03741500
           EJECT                                                        03741600
      ***************************************************************** 03741700
      *                                                               * 03741800
      *    PARAGRAPH:  P12000-FIND-STOCK                              * 03741900
      *                                                               * 03742000
      *    FUNCTION :  FIND THE STOCK TABLE ENTRY FOR THE BACKORDER   * 03742100
      *                ITEM / SUPPLIER, ADDING IT WITH THE QUANTITY   * 03742200
      *                ON HAND THE FIRST TIME THE ITEM IS SEEN.       * 03742300
      *                WS-STK-SUB IS LEFT ZERO IF THE TABLE IS FULL   * 03742400
      *                                                               * 03742500
      *    CALLED BY:  P10000-LOAD-BACKORDER                          * 03742600
      *                                                               * 03742700
      ***************************************************************** 03742800
                                                                        03742900
       P12000-FIND-STOCK.                                               03743000
                                                                        03743100
           MOVE ZEROES TO WS-STK-SUB.                                   03743200
                                                                        03743300
           PERFORM P12100-MATCH-STOCK THRU P12100-EXIT                  03743400
               VARYING WS-SUB2 FROM 1 BY 1                              03743500
                 UNTIL WS-SUB2 > WS-ST-COUNT                            03743600
                    OR WS-STK-SUB > ZEROES.                             03743700
                                                                        03743800
           IF WS-STK-SUB > ZEROES                                       03743900
               GO TO P12000-EXIT                                        03744000
           END-IF.                                                      03744100
                                                                        03744200
           IF WS-ST-COUNT NOT < WS-ST-MAX                               03744300
               GO TO P12000-EXIT                                        03744400
           END-IF.                                                      03744500
                                                                        03744600
           PERFORM P13000-GET-ON-HAND THRU P13000-EXIT.                 03744700
                                                                        03744800
           ADD +1 TO WS-ST-COUNT.                                       03744900
           MOVE WS-ST-COUNT TO WS-STK-SUB.                              03745000
           MOVE BACKORDER-ITEM-KEY TO WS-ST-ITEM-KEY (WS-STK-SUB).      03745100
           MOVE BACKORDER-SUPPLIER-KEY                                  03745200
               TO WS-ST-SUPPLIER-KEY (WS-STK-SUB).                      03745300
           MOVE ITEM-SUPPLIER-QUANTITY-ON-HAND                          03745400
               TO WS-ST-ON-HAND (WS-STK-SUB)                            03745500
                  WS-ST-AVAILABLE (WS-STK-SUB).                         03745600
           MOVE 'N' TO WS-ST-SHORT-SW (WS-STK-SUB).                     03745700
                                                                        03745800
       P12000-EXIT.                                                     03745900
           EXIT.                                                        03746000
           EJECT                                                        03746100
      ***************************************************************** 03746200
      *                                                               * 03746300
      *    PARAGRAPH:  P12100-MATCH-STOCK                             * 03746400
      *                                                               * 03746500
      *    FUNCTION :  COMPARE ONE STOCK TABLE ENTRY TO THE BACKORDER * 03746600
      *                ITEM / SUPPLIER                                * 03746700
      *                                                               * 03746800
      *    CALLED BY:  P12000-FIND-STOCK                              * 03746900
      *                                                               * 03747000
      ***************************************************************** 03747100
                                                                        03747200
       P12100-MATCH-STOCK.                                              03747300
                                                                        03747400
           IF WS-ST-ITEM-KEY (WS-SUB2) = BACKORDER-ITEM-KEY             03747500
              AND WS-ST-SUPPLIER-KEY (WS-SUB2) = BACKORDER-SUPPLIER-KEY 03747600
               MOVE WS-SUB2 TO WS-STK-SUB                               03747700
           END-IF.                                                      03747800
                                                                        03747900
       P12100-EXIT.                                                     03748000
           EXIT.                                                        03748100
           EJECT                                                        03748200
      ***************************************************************** 03748300
      *                                                               * 03748400
      *    PARAGRAPH:  P13000-GET-ON-HAND                             * 03748500
      *                                                               * 03748600
      *    FUNCTION :  GET THE SUPPLIER QUANTITY ON HAND FOR THE      * 03748700
      *                BACKORDER ITEM (ZERO IF THERE IS NO ROW)       * 03748800
      *                                                               * 03748900
      *    CALLED BY:  P12000-FIND-STOCK                              * 03749000
      *                                                               * 03749100
      ***************************************************************** 03749200
                                                                        03749300
       P13000-GET-ON-HAND.                                              03749400
                                                                        03760000
           MOVE BACKORDER-ITEM-PRE TO ITEM-SUPPLIER-ITEM-PREFIX.        03770000
           MOVE BACKORDER-ITEM-NUMBER TO ITEM-SUPPLIER-ITEM-NUMBER.     03780000
           MOVE BACKORDER-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.     03810000
                                                                        03820000
           EXEC SQL                                                     03830000
               SELECT  QUANTITY_ON_HAND - QUANTITY_RESERVED             03840000
               INTO    :ITEM-SUPPLIER-QUANTITY-ON-HAND                  03850000
               FROM    ITEM_SUPPLIER                                    03860000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     03870000
                                                                        03930000
           EVALUATE TRUE                                                03940000
               WHEN SQLCODE = +0                                        03950000
                   CONTINUE                                             03960000
               WHEN SQLCODE = +100                                      04000000
                   MOVE ZEROES TO ITEM-SUPPLIER-QUANTITY-ON-HAND        04010000
               WHEN OTHER                                               04020000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      04030000
                   MOVE 'PDAB21' TO WPDE-PROGRAM-ID                     04040000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     04050000
                   MOVE 'SELECT QUANTITY_ON_HAND' TO WPDE-FUNCTION      04060000
                   MOVE 'P13000' TO WPDE-PARAGRAPH                      04070000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04080000
           END-EVALUATE.                                                04090000
                                                                        04100000
       P13000-EXIT.                                                     04100100
           EXIT.                                                        04100200
           EJECT                                                        04100300
      ***************************************************************** 04100400
      *                                                               * 04100500
      *    PARAGRAPH:  P20000-SERVE-NEXT                              * 04100600
      *                                                               * 04100700
      *    FUNCTION :  SERVE THE HIGHEST PRIORITY BACKORDER STILL IN  * 04100800
      *                THE QUEUE.  IF THE RUNNING BALANCE COVERS IT,  * 04100900
      *                RELEASE IT, OTHERWISE SHORT IT.  EITHER WAY    * 04101000
      *                ITS QUANTITY COMES OFF THE BALANCE SO A LOWER  * 04101100
      *                PRIORITY BACKORDER CANNOT TAKE THE STOCK A     * 04101200
      *                SHORTED ONE IS WAITING FOR                     * 04101300
      *                                                               * 04101400
      *    CALLED BY:  P00000-MAINLINE                                * 04101500
      *                                                               * 04101600
      ***************************************************************** 04101700
                                                                        04101800
       P20000-SERVE-NEXT.                                               04101900
                                                                        04102000
           MOVE ZEROES TO WS-BEST-SUB.                                  04102100
                                                                        04102200
           PERFORM P21000-FIND-BEST THRU P21000-EXIT                    04102300
               VARYING WS-SUB1 FROM 1 BY 1                              04102400
                 UNTIL WS-SUB1 > WS-BQ-COUNT.                           04102500
                                                                        04102600
           MOVE WS-BEST-SUB TO WS-SO-SUB (WS-SERVE-SUB).                04102700
           MOVE WS-BQ-STK-SUB (WS-BEST-SUB) TO WS-STK-SUB.              04102800
                                                                        04102900
           IF WS-ST-AVAILABLE (WS-STK-SUB) <                            04103000
                  WS-BQ-QUANTITY (WS-BEST-SUB)                          04103100
               MOVE 'S' TO WS-BQ-RESULT-SW (WS-BEST-SUB)                04103200
               IF NOT WS-ST-CONSTRAINED (WS-STK-SUB)                    04103300
                   MOVE 'Y' TO WS-ST-SHORT-SW (WS-STK-SUB)              04103400
                   ADD +1 TO WS-ITEMS-SHORT                             04103500
               END-IF                                                   04103600
               ADD +1 TO WS-BACKORD-WAITING                             04103700
           ELSE                                                         04103800
               MOVE WS-BQ-KEY (WS-BEST-SUB) TO BACKORDER-KEY            04103900
               READ VSAM-BACKORDER                                      04104000
               IF NOT BACKORDR-OK                                       04104100
                   MOVE 'READ BACKORDER FAILED' TO WPBE-MESSAGE         04104200
                   MOVE WS-BACKORD-STATUS TO WPBE-FILE-STATUS           04104300
                   MOVE 'P20000' TO WPBE-PARAGRAPH                      04104400
                   PERFORM P99999-ABEND THRU P99999-EXIT                04104500
               END-IF                                                   04104600
               PERFORM P30000-RELEASE-BACKORDER THRU P30000-EXIT        04104700
               MOVE 'R' TO WS-BQ-RESULT-SW (WS-BEST-SUB)                04104800
           END-IF.                                                      04104900
                                                                        04105000
           SUBTRACT WS-BQ-QUANTITY (WS-BEST-SUB)                        04105100
               FROM WS-ST-AVAILABLE (WS-STK-SUB).                       04105200
                                                                        04105300
       P20000-EXIT.                                                     04110000
           EXIT.                                                        04110100
           EJECT                                                        04110200
      ***************************************************************** 04110300
      *                                                               * 04110400
      *    PARAGRAPH:  P21000-FIND-BEST                               * 04110500
      *                                                               * 04110600
      *    FUNCTION :  KEEP THE QUEUE ENTRY NOT YET SERVED WITH THE   * 04110700
      *                LOWEST TIER, THEN THE EARLIEST DATE ADDED      * 04110800
      *                (TIES KEEP BACKORDER KEY ORDER)                * 04110900
      *                                                               * 04111000
      *    CALLED BY:  P20000-SERVE-NEXT                              * 04111100
      *                                                               * 04111200
      ***************************************************************** 04111300
                                                                        04111400
       P21000-FIND-BEST.                                                04111500
                                                                        04111600
           IF NOT WS-BQ-QUEUED (WS-SUB1)                                04111700
               GO TO P21000-EXIT                                        04111800
           END-IF.                                                      04111900
                                                                        04112000
           IF WS-BEST-SUB = ZEROES                                      04112100
               MOVE WS-SUB1 TO WS-BEST-SUB                              04112200
               GO TO P21000-EXIT                                        04112300
           END-IF.                                                      04112400
                                                                        04112500
           IF WS-BQ-TIER (WS-SUB1) < WS-BQ-TIER (WS-BEST-SUB)           04112600
               MOVE WS-SUB1 TO WS-BEST-SUB                              04112700
           ELSE                                                         04112800
               IF WS-BQ-TIER (WS-SUB1) = WS-BQ-TIER (WS-BEST-SUB)       04112900
                  AND WS-BQ-DATE-ADDED (WS-SUB1) <                      04113000
                      WS-BQ-DATE-ADDED (WS-BEST-SUB)                    04113100
                   MOVE WS-SUB1 TO WS-BEST-SUB                          04113200
               END-IF                                                   04113300
           END-IF.                                                      04113400
                                                                        04113500
       P21000-EXIT.                                                     04113600
           EXIT.                                                        04120000
           EJECT                                                        04130000
      ***************************************************************** 04140000
      *                AS A NEW PENDING ORDER LINE ITEM AND MARK THE  * 04190000
      *                BACKORDER RECORD RELEASED                      * 04200000
      *                                                               * 04210000
      *    CALLED BY:  P20000-SERVE-NEXT                              * 04220000
      *                                                               * 04230000
      ***************************************************************** 04240000
                                                                        04250000
               MOVE SPACES TO PENDING-ORDER-RECORD                      04400000
               MOVE ZEROES TO PENDING-ORDER-UPDATE-COUNT                04410000
               MOVE ZEROES TO PENDING-ORDER-KIT-PRICE                   04420000
               MOVE ZEROES TO PENDING-ORDER-OVR-PRICE                   04423333
               MOVE ZEROES TO PENDING-ORDER-OVR-NUMBER                  04426666
               MOVE BACKORDER-PREFIX TO PENDING-ORDER-PREFIX            04430000
               MOVE ZEROES TO PENDING-ORDER-SEQUENCE                    04440000
               MOVE ZEROES TO PENDING-ORDER-QUANTITY                    04450000
           MOVE SPACES TO PENDING-ORDER-RECORD.                         04790000
           MOVE ZEROES TO PENDING-ORDER-UPDATE-COUNT.                   04800000
           MOVE ZEROES TO PENDING-ORDER-KIT-PRICE.                      04810000
           MOVE ZEROES TO PENDING-ORDER-OVR-PRICE.                      04813333
           MOVE ZEROES TO PENDING-ORDER-OVR-NUMBER.                     04816666
           MOVE BACKORDER-PREFIX TO PENDING-ORDER-PREFIX.               04820000
           MOVE WS-NEXT-ITEM-SEQ TO PENDING-ORDER-SEQUENCE.             04830000
           MOVE BACKORDER-QUANTITY TO PENDING-ORDER-QUANTITY.           04840000
           EJECT                                                        05290000
      ***************************************************************** 05300000
      *                                                               * 05310000
      *    PARAGRAPH:  P40000-SHORTAGE-REPORT                         * 05310050
      *                                                               * 05310100
      *    FUNCTION :  PRINT THE SHORTAGE ALLOCATION -- FOR EACH ITEM * 05310150
      *                THAT COULD NOT COVER EVERY OPEN BACKORDER,     * 05310200
      *                WHO WAS RELEASED AND WHO WAS SHORTED           * 05310250
      *                                                               * 05310300
      *    CALLED BY:  P00000-MAINLINE                                * 05310350
      *                                                               * 05310400
      ***************************************************************** 05310450
                                                                        05310500
       P40000-SHORTAGE-REPORT.                                          05310550
                                                                        05310600
           DISPLAY ' '.                                                 05310650
           DISPLAY WS-DL-ASTERISK.                                      05310700
           MOVE '  SHORTAGE ALLOCATION (PRIORITY TIER, THEN DATE ADDED)'05310750
               TO WS-DL-LINE-TEXT.                                      05310800
           DISPLAY WS-DL-LINE.                                          05310850
           DISPLAY WS-DL-ASTERISK.                                      05310900
                                                                        05310950
           IF WS-ITEMS-SHORT = ZEROES                                   05311000
               MOVE '  NO ITEM WAS SHORT' TO WS-DL-LINE-TEXT            05311050
               DISPLAY WS-DL-LINE                                       05311100
               GO TO P40000-EXIT                                        05311150
           END-IF.                                                      05311200
                                                                        05311250
           PERFORM P41000-SHORT-ITEM THRU P41000-EXIT                   05311300
               VARYING WS-STK-SUB FROM 1 BY 1                           05311350
                 UNTIL WS-STK-SUB > WS-ST-COUNT.                        05311400
                                                                        05311450
       P40000-EXIT.                                                     05311500
           EXIT.                                                        05311550
           EJECT                                                        05311600
      ***************************************************************** 05311650
      *                                                               * 05311700
      *    PARAGRAPH:  P41000-SHORT-ITEM                              * 05311750
      *                                                               * 05311800
      *    FUNCTION :  PRINT ONE SHORT ITEM AND EVERY BACKORDER FOR   * 05311850
      *                IT IN THE ORDER THEY WERE SERVED               * 05311900
      *                                                               * 05311950
      *    CALLED BY:  P40000-SHORTAGE-REPORT                         * 05312000
      *                                                               * 05312050
      ***************************************************************** 05312100
                                                                        05312150
       P41000-SHORT-ITEM.                                               05312200
                                                                        05312250
           IF NOT WS-ST-CONSTRAINED (WS-STK-SUB)                        05312300
               GO TO P41000-EXIT                                        05312350
           END-IF.                                                      05312400
                                                                        05312450
           DISPLAY WS-DL-BLANK.                                         05312500
           MOVE WS-ST-ITEM-KEY (WS-STK-SUB) (6:32) TO WS-DL-SI-ITEM.    05312550
           MOVE WS-ST-ON-HAND (WS-STK-SUB) TO WS-DL-SI-ON-HAND.         05312600
           DISPLAY WS-DL-SHORT-ITEM.                                    05312650
           MOVE WS-ST-SUPPLIER-KEY (WS-STK-SUB) (6:32)                  05312700
               TO WS-DL-SS-SUPPLIER.                                    05312750
           DISPLAY WS-DL-SHORT-SUPPLIER.                                05312800
                                                                        05312850
           PERFORM P42000-SHORT-LINE THRU P42000-EXIT                   05312900
               VARYING WS-SUB1 FROM 1 BY 1                              05312950
                 UNTIL WS-SUB1 > WS-BQ-COUNT.                           05313000
                                                                        05313050
       P41000-EXIT.                                                     05313100
           EXIT.                                                        05313150
           EJECT                                                        05313200
      ***************************************************************** 05313250
      *                                                               * 05313300
      *    PARAGRAPH:  P42000-SHORT-LINE                              * 05313350
      *                                                               * 05313400
      *    FUNCTION :  PRINT THE BACKORDER SERVED IN THIS POSITION IF * 05313450
      *                IT IS FOR THE SHORT ITEM                       * 05313500
      *                                                               * 05313550
      *    CALLED BY:  P41000-SHORT-ITEM                              * 05313600
      *                                                               * 05313650
      ***************************************************************** 05313700
                                                                        05313750
       P42000-SHORT-LINE.                                               05313800
                                                                        05313850
           MOVE WS-SO-SUB (WS-SUB1) TO WS-SUB2.                         05313900
                                                                        05313950
           IF WS-BQ-STK-SUB (WS-SUB2) NOT = WS-STK-SUB                  05314000
               GO TO P42000-EXIT                                        05314050
           END-IF.                                                      05314100
                                                                        05314150
           MOVE WS-BQ-TIER (WS-SUB2) TO WS-DL-SD-TIER.                  05314200
           MOVE WS-BQ-CUSTOMER-ID (WS-SUB2) TO WS-DL-SD-CUSTOMER.       05314250
           MOVE WS-BQ-KEY (WS-SUB2) (1:5) TO WS-DL-SD-PREFIX.           05314300
           MOVE WS-BQ-KEY (WS-SUB2) (6:5) TO WS-DL-SD-SEQ.              05314350
           MOVE WS-BQ-QUANTITY (WS-SUB2) TO WS-DL-SD-QTY.               05314400
                                                                        05314450
           IF WS-BQ-RELEASED (WS-SUB2)                                  05314500
               MOVE 'RELEASED' TO WS-DL-SD-RESULT                       05314550
           ELSE                                                         05314600
               MOVE 'SHORTED' TO WS-DL-SD-RESULT                        05314650
           END-IF.                                                      05314700
                                                                        05314750
           DISPLAY WS-DL-SHORT-DETAIL.                                  05314800
                                                                        05314850
       P42000-EXIT.                                                     05314900
           EXIT.                                                        05314950
           EJECT                                                        05315000
      ***************************************************************** 05315050
      *                                                               * 05315100
      *    PARAGRAPH:  P99999-ABEND                                   * 05320000
      *                                                               * 05330000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 05340000
