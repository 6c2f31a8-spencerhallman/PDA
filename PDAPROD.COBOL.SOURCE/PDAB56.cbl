      *             TRANSMISSION JOB SPLITS BY CARRIER, SO SHIPMENTS  * 00240000
      *             ARE NO LONGER RE-KEYED INTO CARRIER WEBSITES.     * 00250000
      *                                                               * 00260000
      *             AN ORDER PACKED THROUGH PACK CONFIRMATION (PDAB94)* 00261000
      *             IS MANIFESTED BY CARTON INSTEAD OF BY LINE -- ONE * 00262000
      *             MANIFEST LINE AND INTERFACE RECORD PER CARTON NOT * 00263000
      *             YET MANIFESTED, WITH ITS CARTON NUMBER AND ACTUAL * 00264000
      *             PACKED WEIGHT -- AND THE CARTONS ARE MARKED       * 00265000
      *             MANIFESTED.  ORDERS NOT PACKED INTO CARTONS STILL * 00266000
      *             MANIFEST BY LINE AT ITEM WEIGHT.                  * 00267000
      *                                                               * 00268000
      *             ORDERS CONSOLIDATED INTO ONE SHIPMENT BY PDAB97   * 00268100
      *             PRINT A CONSOLIDATED WITH LINE NAMING THE OTHER   * 00268200
      *             ORDERS THAT RODE WITH THEM, AND THEIR INTERFACE   * 00268300
      *             RECORDS CARRY THE GROUP'S LEAD ORDER KEY SO THE   * 00268400
      *             CARRIER HANDLES THEM AS ONE SHIPMENT.             * 00268500
      *                                                               * 00268600
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00270000
      *             ORDER DATABASES      -  IMS HIDAM    (READ-ONLY)  * 00280000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00290000
      *             SHIPPER              -  DB2          (READ-ONLY)  * 00300000
      *             ITEM                 -  DB2          (READ-ONLY)  * 00310000
      *             CARTON FILE          -  VSAM KSDS    (UPDATE)     * 00315000
      *             CONSOLIDATION REG.   -  VSAM KSDS    (INPUT)      * 00316000
      *             MANIFEST PRINT       -  SEQUENTIAL   (OUTPUT)     * 00320000
      *             CARRIER INTERFACE    -  SEQUENTIAL   (OUTPUT)     * 00330000
      *                                                               * 00340000
      *  09/02/26   R. MCALLEN            HAZMAT CLASS ON MANIFEST    * 00440000
      *                                   LINES AND THE CARRIER       * 00450000
      *                                   INTERFACE                   * 00460000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00461000
      *                                   BYTES (FINANCE CHARGE       * 00462000
      *                                   EXEMPT FLAG)                * 00463000
      *  10/15/26   R. MCALLEN            PACKED ORDERS MANIFESTED    * 00464000
      *                                   BY CARTON AT ACTUAL         * 00465000
      *                                   WEIGHT; CARTON NUMBER ON    * 00466000
      *                                   THE CARRIER INTERFACE       * 00467000
      *  10/15/26   R. MCALLEN            CONSOLIDATED WITH LINE AND  * 00467500
      *                                   GROUP LEAD ORDER ON THE     * 00468000
      *                                   CARRIER INTERFACE (PDAB97)  * 00468500
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00470000
      *                                                               * 00480000
      ***************************************************************** 00490000
                                       ACCESS IS DYNAMIC                00720000
                                       RECORD KEY IS ORDER-NOTE-KEY     00730000
                                       FILE STATUS IS WS-NOTE-STATUS.   00740000
                                                                        00741000
           SELECT VSAM-CARTON          ASSIGN TO VCARTON                00742000
                                       ORGANIZATION IS INDEXED          00743000
                                       ACCESS IS DYNAMIC                00744000
                                       RECORD KEY IS CARTON-KEY         00745000
                                       FILE STATUS IS WS-CARTON-STATUS. 00746000
                                                                        00746500
           SELECT VSAM-CONSOL          ASSIGN TO VCONSOL                00747000
                                       ORGANIZATION IS INDEXED          00747500
                                       ACCESS IS RANDOM                 00748000
                                       RECORD KEY IS CONSOL-KEY         00748500
                                       FILE STATUS IS WS-CONSOL-STATUS. 00749000
           EJECT                                                        00750000
       DATA DIVISION.                                                   00760000
                                                                        00770000
       01  CARRIER-INTERFACE-REC       PIC X(200).                      01000000
                                                                        01010000
       FD  VSAM-CUSTOMER                                                01020000
           RECORD CONTAINS 800 CHARACTERS.                              01030000
                                                                        01040000
           COPY VCUSTOMR.                                               01050000
                                                                        01060000
           RECORD CONTAINS 96 CHARACTERS.                               01080000
                                                                        01090000
           COPY VORDNOTE.                                               01100000
                                                                        01101000
       FD  VSAM-CARTON                                                  01102000
           RECORD CONTAINS 512 CHARACTERS.                              01103000
                                                                        01104000
           COPY VCARTON.                                                01105000
                                                                        01105500
       FD  VSAM-CONSOL                                                  01106000
           RECORD CONTAINS 300 CHARACTERS.                              01106500
                                                                        01107000
           COPY VCONSOL.                                                01107500
           EJECT                                                        01110000
       WORKING-STORAGE SECTION.                                         01120000
                                                                        01130000
               88  END-OF-LINES                  VALUE 'Y'.             01240000
           05  WS-SLOT-FOUND-SW        PIC X     VALUE 'N'.             01250000
               88  SLOT-FOUND                    VALUE 'Y'.             01260000
           05  WS-CARTONS-CHECKED-SW   PIC X     VALUE 'N'.             01261000
               88  CARTONS-CHECKED               VALUE 'Y'.             01262000
           05  WS-ORDER-CARTONED-SW    PIC X     VALUE 'N'.             01263000
               88  ORDER-CARTONED                VALUE 'Y'.             01264000
           05  WS-END-OF-CARTONS-SW    PIC X     VALUE 'N'.             01265000
               88  END-OF-CARTONS                VALUE 'Y'.             01266000
           EJECT                                                        01270000
      ***************************************************************** 01280000
      *    MISCELLANEOUS WORK FIELDS                                  * 01290000
           03  WS-NOTE-STATUS          PIC XX    VALUE SPACES.          01400000
               88  NOTEF-OK                      VALUE '  ' '00'.       01410000
               88  NOTEF-EMPTY                   VALUE '47' '35'.       01420000
           03  WS-CARTON-STATUS        PIC XX    VALUE SPACES.          01420500
               88  CARTONF-OK                    VALUE '  ' '00'.       01421000
               88  CARTONF-EMPTY                 VALUE '47' '35'.       01421500
           03  WS-CONSOL-STATUS        PIC XX    VALUE SPACES.          01421550
               88  CONSOLF-OK                    VALUE '  ' '00'.       01421600
               88  CONSOLF-EMPTY                 VALUE '47' '35'.       01421650
           03  WS-CONSOL-SLOT          PIC S9(4) VALUE +0       COMP.   01421700
           03  WS-MBR                  PIC S9(4) VALUE +0       COMP.   01421750
           03  WS-CURR-DATABASE        PIC X     VALUE SPACES.          01422000
           03  WS-CARTONS-LISTED       PIC S9(7) VALUE +0       COMP-3. 01422500
           03  WS-ADD-ITEM             PIC X(32) VALUE SPACES.          01423000
           03  WS-ADD-QTY              PIC S9(09)                       01423500
                                                 VALUE +0       COMP-3. 01424000
           03  WS-ADD-CARTON           PIC 9(09) VALUE ZEROES.          01424500
           03  WS-CARTON-HAZMAT        PIC X(03) VALUE SPACES.          01425000
           03  WS-CARTON-ITEM.                                          01425500
               05  FILLER              PIC X(07) VALUE 'CARTON '.       01426000
               05  WS-CI-SEQUENCE      PIC 9(03) VALUE ZEROES.          01426500
               05  FILLER              PIC X(07) VALUE ' LINES '.       01427000
               05  WS-CI-LINES         PIC Z9.                          01427500
               05  FILLER              PIC X(13) VALUE SPACES.          01428000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 01430000
           03  WS-SHIPMENTS-LISTED     PIC S9(7) VALUE +0       COMP-3. 01440000
           03  WS-INTERFACE-WRITTEN    PIC S9(7) VALUE +0       COMP-3. 01450000
               05  WS-MN-SHIP-TO-STATE PIC X(15).                       01940000
               05  WS-MN-SHIP-TO-ZIP   PIC X(12).                       01950000
               05  WS-MN-HAZMAT        PIC X(03).                       01960000
               05  WS-MN-CARTON        PIC 9(09).                       01965000
           EJECT                                                        01970000
      ***************************************************************** 01980000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 01990000
           03  FILLER                  PIC X(03) VALUE SPACES.          02480000
           03  FILLER                  PIC X(25) VALUE                  02490000
               'SHIP TO                  '.                             02500000
           03  FILLER                  PIC X(07) VALUE SPACES.          02501000
           03  FILLER                  PIC X(09) VALUE                  02502000
               '   CARTON'.                                             02503000
           03  FILLER                  PIC X(10) VALUE SPACES.          02504000
                                                                        02520000
       01  WS-PL-DETAIL.                                                02530000
           03  WS-PL-DT-PREFIX         PIC 9(05) VALUE ZEROES.          02540000
           03  WS-PL-DT-SHIP-TO        PIC X(25) VALUE SPACES.          02640000
           03  FILLER                  PIC X(02) VALUE SPACES.          02650000
           03  WS-PL-DT-HAZMAT         PIC X(03) VALUE SPACES.          02660000
           03  FILLER                  PIC X(02) VALUE SPACES.          02665000
           03  WS-PL-DT-CARTON         PIC Z(08)9.                      02670000
           03  FILLER                  PIC X(10) VALUE SPACES.          02675000
                                                                        02680000
       01  WS-PL-NOTE.                                                  02690000
           03  FILLER                  PIC X(06) VALUE SPACES.          02700000
           03  WS-PL-NO-TEXT           PIC X(70) VALUE SPACES.          02720000
           03  FILLER                  PIC X(50) VALUE SPACES.          02730000
                                                                        02740000
       01  WS-PL-CONSOL.                                                02740500
           03  FILLER                  PIC X(06) VALUE SPACES.          02741000
           03  WS-PL-CN-TITLE          PIC X(19) VALUE SPACES.          02741500
           03  WS-PL-CN-ORDER          OCCURS 6 TIMES.                  02742000
               05  WS-PL-CN-PREFIX     PIC 9(05).                       02742500
               05  WS-PL-CN-DASH       PIC X(01).                       02743000
               05  WS-PL-CN-NUMBER     PIC 9(10).                       02743500
               05  FILLER              PIC X(01).                       02744000
           03  FILLER                  PIC X(05) VALUE SPACES.          02744500
                                                                        02745000
       01  WS-PL-TOTALS.                                                02750000
           03  FILLER                  PIC X(16) VALUE                  02760000
               'MANIFEST TOTALS '.                                      02770000
           03  WCI-SHIP-TO-ZIP         PIC X(12) VALUE SPACES.          03080000
           03  WCI-SHIP-DATE           PIC 9(08) VALUE ZEROES.          03090000
           03  WCI-HAZMAT-CLASS        PIC X(03) VALUE SPACES.          03100000
           03  WCI-CARTON-NUMBER       PIC 9(09) VALUE ZEROES.          03105000
           03  WCI-CONSOL-LEAD-PREFIX  PIC 9(05) VALUE ZEROES.          03106000
           03  WCI-CONSOL-LEAD-ORDER   PIC 9(10) VALUE ZEROES.          03107000
           03  FILLER                  PIC X(16) VALUE SPACES.          03108000
           EJECT                                                        03120000
      ***************************************************************** 03130000
      *    DB2  DEFINITIONS                                           * 03140000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04390000
           END-IF.                                                      04400000
                                                                        04410000
           OPEN I-O VSAM-CARTON.                                        04411000
                                                                        04412000
           IF NOT CARTONF-OK AND NOT CARTONF-EMPTY                      04413000
               MOVE 'OPEN CARTON FILE FAILED' TO WPBE-MESSAGE           04414000
               MOVE WS-CARTON-STATUS TO WPBE-FILE-STATUS                04415000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04416000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04417000
           END-IF.                                                      04418000
                                                                        04419000
           OPEN INPUT VSAM-CONSOL.                                      04419050
                                                                        04419100
           IF NOT CONSOLF-OK AND NOT CONSOLF-EMPTY                      04419150
               MOVE 'OPEN CONSOLIDATION REGISTER FAILED'                04419200
                   TO WPBE-MESSAGE                                      04419250
               MOVE WS-CONSOL-STATUS TO WPBE-FILE-STATUS                04419300
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04419350
               PERFORM P99999-ABEND THRU P99999-EXIT                    04419400
           END-IF.                                                      04419450
                                                                        04419500
           MOVE +0 TO WS-MAN-COUNT.                                     04420000
                                                                        04430000
           PERFORM P10000-SCAN-ORDER1 THRU P10000-EXIT                  04440000
                                                                        04510000
           CLOSE VSAM-CUSTOMER                                          04520000
                 VSAM-ORDER-NOTE                                        04530000
                 VSAM-CARTON                                            04535000
                 VSAM-CONSOL                                            04536000
                 MANIFEST-PRINT                                         04540000
                 CARRIER-INTERFACE.                                     04550000
                                                                        04560000
           DISPLAY 'PDAB56 - ORDER ROOTS READ     ' WS-ORDERS-READ.     04570000
           DISPLAY 'PDAB56 - SHIPMENTS MANIFESTED '                     04580000
               WS-SHIPMENTS-LISTED.                                     04590000
           DISPLAY 'PDAB56 - CARTONS MANIFESTED   '                     04591000
               WS-CARTONS-LISTED.                                       04592000
           DISPLAY 'PDAB56 - INTERFACE RECORDS    '                     04600000
               WS-INTERFACE-WRITTEN.                                    04610000
                                                                        04620000
       P30000-COLLECT-LINES-1.                                          05940000
                                                                        05950000
           MOVE 'N' TO WS-END-OF-LINES-SW.                              05960000
           MOVE 'N' TO WS-CARTONS-CHECKED-SW                            05961000
                       WS-ORDER-CARTONED-SW.                            05962000
           MOVE '1' TO WS-CURR-DATABASE.                                05963000
                                                                        05970000
           PERFORM P31000-COLLECT-LINE-1 THRU P31000-EXIT               05980000
               UNTIL END-OF-LINES.                                      05990000
       P35000-COLLECT-LINES-2.                                          06470000
                                                                        06480000
           MOVE 'N' TO WS-END-OF-LINES-SW.                              06490000
           MOVE 'N' TO WS-CARTONS-CHECKED-SW                            06491000
                       WS-ORDER-CARTONED-SW.                            06492000
           MOVE '2' TO WS-CURR-DATABASE.                                06493000
                                                                        06500000
           PERFORM P36000-COLLECT-LINE-2 THRU P36000-EXIT               06510000
               UNTIL END-OF-LINES.                                      06520000
      *    FUNCTION :  WHEN THE ORDER LINE SHIPPED ON THE MANIFEST    * 06930000
      *                DATE, COMPUTE ITS WEIGHT, READ THE CUSTOMER    * 06940000
      *                SHIP-TO AND INSERT THE SHIPMENT INTO THE       * 06950000
      *                MANIFEST TABLE IN SHIPPER SEQUENCE.  THE FIRST * 06951000
      *                SHIPPED LINE OF AN ORDER PACKED INTO CARTONS   * 06952000
      *                ADDS THE ORDER'S CARTONS INSTEAD AND THE       * 06953000
      *                ORDER'S LINES ARE NOT LISTED                   * 06954000
      *                                                               * 06970000
      *    CALLED BY:  P31000-COLLECT-LINE-1                          * 06980000
      *                P36000-COLLECT-LINE-2                          * 06990000
           END-IF.                                                      07110000
                                                                        07120000
           IF WS-MAN-COUNT NOT < WS-MAN-MAX                             07130000
               GO TO P40000-EXIT                                        07130500
           END-IF.                                                      07131000
                                                                        07131500
      ***************************************************************** 07132000
      *    A PACKED ORDER IS MANIFESTED BY CARTON                     * 07132500
      ***************************************************************** 07133000
                                                                        07133500
           IF NOT CARTONS-CHECKED                                       07134000
               MOVE 'Y' TO WS-CARTONS-CHECKED-SW                        07134500
               PERFORM P45000-READ-SHIP-TO THRU P45000-EXIT             07135000
               PERFORM P42000-ADD-CARTONS THRU P42000-EXIT              07135500
           END-IF.                                                      07136000
                                                                        07136500
           IF ORDER-CARTONED                                            07137000
               GO TO P40000-EXIT                                        07140000
           END-IF.                                                      07150000
                                                                        07160000
                   ITEM-WEIGHT-PER-UNIT * ORDER-ITEM-QTY-SHIPPED        07380000
           END-IF.                                                      07390000
                                                                        07400000
           MOVE ORDER-ITEM-ITEM-NUMBER TO WS-ADD-ITEM.                  07400500
           MOVE ORDER-ITEM-QTY-SHIPPED TO WS-ADD-QTY.                   07401000
           MOVE ZEROES TO WS-ADD-CARTON.                                07401500
                                                                        07402000
           PERFORM P40500-INSERT-ENTRY THRU P40500-EXIT.                07402500
                                                                        07403000
       P40000-EXIT.                                                     07403500
           EXIT.                                                        07404000
           EJECT                                                        07404500
      ***************************************************************** 07405000
      *                                                               * 07405500
      *    PARAGRAPH:  P40500-INSERT-ENTRY                            * 07406000
      *                                                               * 07406500
      *    FUNCTION :  INSERT A SHIPMENT (ORDER LINE OR CARTON) INTO  * 07407000
      *                THE MANIFEST TABLE AT ITS SHIPPER POSITION     * 07407500
      *                                                               * 07408000
      *    CALLED BY:  P40000-ADD-SHIPMENT                            * 07408500
      *                P42100-ADD-CARTON                              * 07409000
      *                                                               * 07409500
      ***************************************************************** 07410000
                                                                        07410500
       P40500-INSERT-ENTRY.                                             07411000
                                                                        07420000
      ***************************************************************** 07430000
      *    FIND THE SORTED POSITION AND SHIFT THE TAIL DOWN           * 07440000
               TO WS-MN-SHIPPER (WS-INS-NDX).                           07600000
           MOVE ORDER-PREFIX TO WS-MN-ORDER-PREFIX (WS-INS-NDX).        07610000
           MOVE ORDER-NUMBER TO WS-MN-ORDER-NUMBER (WS-INS-NDX).        07620000
           MOVE WS-ADD-ITEM TO WS-MN-ITEM (WS-INS-NDX).                 07630000
           MOVE WS-ADD-QTY TO WS-MN-QTY (WS-INS-NDX).                   07640000
           MOVE WS-LINE-WEIGHT TO WS-MN-WEIGHT (WS-INS-NDX).            07650000
           MOVE CUSTOMER-SHIP-TO-NAME                                   07660000
               TO WS-MN-SHIP-TO-NAME (WS-INS-NDX).                      07670000
           MOVE ITEM-HAZMAT-CLASS TO WS-MN-HAZMAT (WS-INS-NDX).         07720000
           MOVE CUSTOMER-SHIP-TO-POSTAL-CODE                            07730000
               TO WS-MN-SHIP-TO-ZIP (WS-INS-NDX).                       07740000
           MOVE WS-ADD-CARTON TO WS-MN-CARTON (WS-INS-NDX).             07745000
                                                                        07750000
           ADD +1 TO WS-MAN-COUNT.                                      07760000
           ADD +1 TO WS-SHIPMENTS-LISTED.                               07770000
                                                                        07780000
       P40500-EXIT.                                                     07790000
           EXIT.                                                        07800000
                                                                        07810000
       P41000-FIND-SLOT.                                                07820000
           SUBTRACT +1 FROM WS-NDX2.                                    07970000
                                                                        07980000
       P41500-EXIT.                                                     07990000
           EXIT.                                                        07990050
           EJECT                                                        07990100
      ***************************************************************** 07990150
      *                                                               * 07990200
      *    PARAGRAPH:  P42000-ADD-CARTONS                             * 07990250
      *                                                               * 07990300
      *    FUNCTION :  ADD THE HELD ORDER'S CARTONS NOT YET           * 07990350
      *                MANIFESTED (OR MANIFESTED ON THIS MANIFEST     * 07990400
      *                DATE, SO A RERUN LISTS THEM AGAIN) AT THEIR    * 07990450
      *                ACTUAL WEIGHT, MARKING THEM MANIFESTED.  ANY   * 07990500
      *                CARTON ADDED MAKES THE ORDER CARTONED          * 07990550
      *                                                               * 07990600
      *    CALLED BY:  P40000-ADD-SHIPMENT                            * 07990650
      *                                                               * 07990700
      ***************************************************************** 07990750
                                                                        07990800
       P42000-ADD-CARTONS.                                              07990850
                                                                        07990900
           MOVE ORDER-PREFIX TO CARTON-PREFIX.                          07990950
           MOVE WS-CURR-DATABASE TO CARTON-DATABASE.                    07991000
           MOVE ORDER-NUMBER TO CARTON-ORDER-NUMBER.                    07991050
           MOVE ZEROES TO CARTON-SEQUENCE.                              07991100
                                                                        07991150
           START VSAM-CARTON                                            07991200
               KEY NOT LESS THAN CARTON-KEY.                            07991250
                                                                        07991300
           IF NOT CARTONF-OK                                            07991350
               GO TO P42000-EXIT                                        07991400
           END-IF.                                                      07991450
                                                                        07991500
           MOVE 'N' TO WS-END-OF-CARTONS-SW.                            07991550
                                                                        07991600
           PERFORM P42100-ADD-CARTON THRU P42100-EXIT                   07991650
               UNTIL END-OF-CARTONS.                                    07991700
                                                                        07991750
       P42000-EXIT.                                                     07991800
           EXIT.                                                        07991850
                                                                        07991900
       P42100-ADD-CARTON.                                               07991950
                                                                        07992000
           READ VSAM-CARTON NEXT.                                       07992050
                                                                        07992100
           IF NOT CARTONF-OK                                            07992150
              OR CARTON-PREFIX NOT = ORDER-PREFIX                       07992200
              OR CARTON-DATABASE NOT = WS-CURR-DATABASE                 07992250
              OR CARTON-ORDER-NUMBER NOT = ORDER-NUMBER                 07992300
               MOVE 'Y' TO WS-END-OF-CARTONS-SW                         07992350
               GO TO P42100-EXIT                                        07992400
           END-IF.                                                      07992450
                                                                        07992500
           IF CARTON-DATE-MANIFESTED NOT = ZEROES                       07992550
              AND CARTON-DATE-MANIFESTED NOT = WS-MANIFEST-DATE         07992600
               GO TO P42100-EXIT                                        07992650
           END-IF.                                                      07992700
                                                                        07992750
           IF WS-MAN-COUNT NOT < WS-MAN-MAX                             07992800
               MOVE 'Y' TO WS-END-OF-CARTONS-SW                         07992850
               GO TO P42100-EXIT                                        07992900
           END-IF.                                                      07992950
                                                                        07993000
           MOVE CARTON-SEQUENCE TO WS-CI-SEQUENCE.                      07993050
           MOVE CARTON-LINE-COUNT TO WS-CI-LINES.                       07993100
           MOVE WS-CARTON-ITEM TO WS-ADD-ITEM.                          07993150
           MOVE CARTON-TOTAL-QTY TO WS-ADD-QTY.                         07993200
           MOVE CARTON-WEIGHT TO WS-LINE-WEIGHT.                        07993250
           MOVE CARTON-NUMBER TO WS-ADD-CARTON.                         07993300
                                                                        07993350
      ***************************************************************** 07993400
      *    THE CARTON CARRIES THE HAZMAT CLASS OF ANY ITEM IN IT      * 07993450
      ***************************************************************** 07993500
                                                                        07993550
           MOVE SPACES TO WS-CARTON-HAZMAT.                             07993600
                                                                        07993650
           PERFORM P42200-CARTON-HAZMAT THRU P42200-EXIT                07993700
               VARYING WS-NDX FROM 1 BY 1                               07993750
                   UNTIL WS-NDX > CARTON-LINE-COUNT                     07993800
                      OR WS-CARTON-HAZMAT > SPACES.                     07993850
                                                                        07993900
           MOVE WS-CARTON-HAZMAT TO ITEM-HAZMAT-CLASS.                  07993950
                                                                        07994000
           PERFORM P40500-INSERT-ENTRY THRU P40500-EXIT.                07994050
                                                                        07994100
           MOVE 'Y' TO WS-ORDER-CARTONED-SW.                            07994150
           ADD +1 TO WS-CARTONS-LISTED.                                 07994200
                                                                        07994250
           MOVE WS-MANIFEST-DATE TO CARTON-DATE-MANIFESTED.             07994300
           MOVE 'M' TO CARTON-STATUS.                                   07994350
                                                                        07994400
           REWRITE CARTON-RECORD.                                       07994450
                                                                        07994500
           IF NOT CARTONF-OK                                            07994550
               MOVE 'REWRITE CARTON FAILED' TO WPBE-MESSAGE             07994600
               MOVE WS-CARTON-STATUS TO WPBE-FILE-STATUS                07994650
               MOVE 'P42100' TO WPBE-PARAGRAPH                          07994700
               PERFORM P99999-ABEND THRU P99999-EXIT                    07994750
           END-IF.                                                      07994800
                                                                        07994850
       P42100-EXIT.                                                     07994900
           EXIT.                                                        07994950
                                                                        07995000
       P42200-CARTON-HAZMAT.                                            07995050
                                                                        07995100
           MOVE CARTON-PREFIX TO ITEM-PREFIX.                           07995150
           MOVE CARTON-LINE-ITEM-NUMBER (WS-NDX) TO ITEM-NUMBER.        07995200
                                                                        07995250
           EXEC SQL                                                     07995300
               SELECT  HAZMAT_CLASS                                     07995350
               INTO    :ITEM-HAZMAT-CLASS                               07995400
               FROM    ITEM                                             07995450
               WHERE   PREFIX = :ITEM-PREFIX                            07995500
                 AND   NUMBER = :ITEM-NUMBER                            07995550
           END-EXEC.                                                    07995600
                                                                        07995650
           IF SQLCODE = +0                                              07995700
               MOVE ITEM-HAZMAT-CLASS TO WS-CARTON-HAZMAT               07995750
           END-IF.                                                      07995800
                                                                        07995850
       P42200-EXIT.                                                     07995900
           EXIT.                                                        08000000
           EJECT                                                        08010000
      ***************************************************************** 08020000
           MOVE WS-MN-WEIGHT (WS-NDX) TO WS-PL-DT-WEIGHT.               08710000
           MOVE WS-MN-SHIP-TO-NAME (WS-NDX) TO WS-PL-DT-SHIP-TO.        08720000
           MOVE WS-MN-HAZMAT (WS-NDX) TO WS-PL-DT-HAZMAT.               08730000
           MOVE WS-MN-CARTON (WS-NDX) TO WS-PL-DT-CARTON.               08735000
           WRITE MANIFEST-PRINT-REC FROM WS-PL-DETAIL.                  08740000
                                                                        08750000
      ***************************************************************** 08760000
      *    NAME THE ORDERS A CONSOLIDATED ORDER RODE WITH (PDAB97)    * 08761000
      ***************************************************************** 08762000
                                                                        08763000
           PERFORM P61200-PRINT-CONSOLIDATION THRU P61200-EXIT.         08764000
                                                                        08765000
      ***************************************************************** 08766000
      *    CARRY THE ORDER'S NOTES (PDA052) ONTO THE MANIFEST         * 08770000
      ***************************************************************** 08780000
                                                                        08790000
           MOVE WS-MN-SHIP-TO-ZIP (WS-NDX) TO WCI-SHIP-TO-ZIP.          08980000
           MOVE WS-MANIFEST-DATE TO WCI-SHIP-DATE.                      08990000
           MOVE WS-MN-HAZMAT (WS-NDX) TO WCI-HAZMAT-CLASS.              09000000
           MOVE WS-MN-CARTON (WS-NDX) TO WCI-CARTON-NUMBER.             09005000
                                                                        09010000
           IF CONSOLF-OK                                                09011000
               MOVE CONSOL-LEAD-PREFIX TO WCI-CONSOL-LEAD-PREFIX        09012000
               MOVE CONSOL-LEAD-ORDER-NUMBER TO WCI-CONSOL-LEAD-ORDER   09013000
           ELSE                                                         09014000
               MOVE ZEROES TO WCI-CONSOL-LEAD-PREFIX                    09015000
                              WCI-CONSOL-LEAD-ORDER                     09016000
           END-IF.                                                      09017000
                                                                        09018000
           WRITE CARRIER-INTERFACE-REC FROM WS-CARRIER-INTERFACE.       09020000
                                                                        09030000
           ADD +1 TO WS-INTERFACE-WRITTEN.                              09040000
                                                                        09050000
       P61000-EXIT.                                                     09060000
           EXIT.                                                        09060100
           EJECT                                                        09060200
      ***************************************************************** 09060300
      *                                                               * 09060400
      *    PARAGRAPH:  P61200-PRINT-CONSOLIDATION                     * 09060500
      *                                                               * 09060600
      *    FUNCTION :  READ THE SHIPPED ORDER'S CONSOLIDATION         * 09060700
      *                REGISTER RECORD.  WHEN THE ORDER WAS           * 09060800
      *                CONSOLIDATED FOR THE MANIFEST DATE, PRINT THE  * 09060900
      *                OTHER ORDERS IN ITS SHIPMENT UNDER ITS FIRST   * 09061000
      *                MANIFEST LINE.  THE FILE STATUS IS LEFT SET    * 09061100
      *                FOR THE CARRIER INTERFACE RECORD               * 09061200
      *                                                               * 09061300
      *    CALLED BY:  P61000-WRITE-SHIPMENT                          * 09061400
      *                                                               * 09061500
      ***************************************************************** 09061600
                                                                        09061700
       P61200-PRINT-CONSOLIDATION.                                      09061800
                                                                        09061900
           MOVE WS-MN-ORDER-PREFIX (WS-NDX) TO CONSOL-PREFIX.           09062000
           MOVE WS-MN-ORDER-NUMBER (WS-NDX) TO CONSOL-ORDER-NUMBER.     09062100
                                                                        09062200
           READ VSAM-CONSOL.                                            09062300
                                                                        09062400
           IF NOT CONSOLF-OK                                            09062500
               GO TO P61200-EXIT                                        09062600
           END-IF.                                                      09062700
                                                                        09062800
           IF CONSOL-SHIP-DATE NOT = WS-MANIFEST-DATE                   09062900
               MOVE '23' TO WS-CONSOL-STATUS                            09063000
               GO TO P61200-EXIT                                        09063100
           END-IF.                                                      09063200
                                                                        09063300
      ***************************************************************** 09063400
      *    LIST THE GROUP ONCE PER ORDER -- AN ORDER'S LINES ARE      * 09063500
      *    HELD TOGETHER WITHIN THE SHIPPER                           * 09063600
      ***************************************************************** 09063700
                                                                        09063800
           IF WS-NDX > +1                                               09063900
               IF WS-MN-SHIPPER (WS-NDX - 1) = WS-MN-SHIPPER (WS-NDX)   09064000
                  AND WS-MN-ORDER-PREFIX (WS-NDX - 1) =                 09064100
                      WS-MN-ORDER-PREFIX (WS-NDX)                       09064200
                  AND WS-MN-ORDER-NUMBER (WS-NDX - 1) =                 09064300
                      WS-MN-ORDER-NUMBER (WS-NDX)                       09064400
                   GO TO P61200-EXIT                                    09064500
               END-IF                                                   09064600
           END-IF.                                                      09064700
                                                                        09064800
           MOVE SPACES TO WS-PL-CONSOL.                                 09064900
           MOVE 'CONSOLIDATED WITH: ' TO WS-PL-CN-TITLE.                09065000
           MOVE +0 TO WS-CONSOL-SLOT.                                   09065100
                                                                        09065200
           PERFORM P61300-LIST-MEMBER THRU P61300-EXIT                  09065300
               VARYING WS-MBR FROM 1 BY 1                               09065400
                   UNTIL WS-MBR > CONSOL-ORDER-COUNT                    09065500
                      OR WS-MBR > 10.                                   09065600
                                                                        09065700
           IF WS-CONSOL-SLOT > +0                                       09065800
               WRITE MANIFEST-PRINT-REC FROM WS-PL-CONSOL               09065900
           END-IF.                                                      09066000
                                                                        09066100
       P61200-EXIT.                                                     09066200
           EXIT.                                                        09066300
                                                                        09066400
       P61300-LIST-MEMBER.                                              09066500
                                                                        09066600
           IF CONSOL-MEMBER-PREFIX (WS-MBR) = CONSOL-PREFIX             09066700
              AND CONSOL-MEMBER-ORDER-NUMBER (WS-MBR) =                 09066800
                  CONSOL-ORDER-NUMBER                                   09066900
               GO TO P61300-EXIT                                        09067000
           END-IF.                                                      09067100
                                                                        09067200
           IF WS-CONSOL-SLOT = +6                                       09067300
               WRITE MANIFEST-PRINT-REC FROM WS-PL-CONSOL               09067400
               MOVE SPACES TO WS-PL-CONSOL                              09067500
               MOVE +0 TO WS-CONSOL-SLOT                                09067600
           END-IF.                                                      09067700
                                                                        09067800
           ADD +1 TO WS-CONSOL-SLOT.                                    09067900
           MOVE CONSOL-MEMBER-PREFIX (WS-MBR)                           09068000
               TO WS-PL-CN-PREFIX (WS-CONSOL-SLOT).                     09068100
           MOVE '-' TO WS-PL-CN-DASH (WS-CONSOL-SLOT).                  09068200
           MOVE CONSOL-MEMBER-ORDER-NUMBER (WS-MBR)                     09068300
               TO WS-PL-CN-NUMBER (WS-CONSOL-SLOT).                     09068400
                                                                        09068500
       P61300-EXIT.                                                     09068600
           EXIT.                                                        09070000
           EJECT                                                        09080000
      ***************************************************************** 09090000
