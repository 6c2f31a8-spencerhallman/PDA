      *             IN-STATE WAREHOUSE WITH SUFFICIENT STOCK ON       * 00170000
      *             ITEM_SUPPLIER_WHSE, OTHERWISE THE BEST-STOCKED    * 00180000
      *             WAREHOUSE), AND PRINTS ONE PICKING DOCUMENT PER   * 00190000
      *             WAREHOUSE WITH THE ORDER NUMBER, QUANTITY AND     * 00191000
      *             CUSTOMER SHIP-TO.  EACH LINE NAMES THE BIN TO     * 00192000
      *             PICK FROM (THE FIRST BIN ON THE WALK PATH HOLDING * 00193000
      *             ENOUGH OF THE ITEM ON ITEM_SUPPLIER_BIN, ELSE THE * 00194000
      *             FIRST HOLDING ANY) AND THE DOCUMENT IS SEQUENCED  * 00195000
      *             BY THE BIN'S WALK SEQUENCE (BIN_LOCATION), THEN   * 00196000
      *             ITEM NUMBER, SO THE PICKER WALKS THE BUILDING     * 00197000
      *             ONCE.  LINES WITH NO BIN FOLLOW AT THE END.       * 00198000
      *             EVERY ORDER PICKED UP IS MOVED TO -PICKING        * 00220000
      *             RELEASED- STATUS (MIRRORED TO ORDER_LOG THE WAY   * 00230000
      *             PDAB24 DOES) SO A SECOND RUN CAN NEVER RELEASE    * 00240000
      *             THE SAME ORDER TO THE FLOOR TWICE.                * 00250000
      *             A SHIP-COMPLETE ORDER (THE ORDER ROOT OVERRIDE,   * 00251000
      *             ELSE THE CUSTOMER MASTER FLAG) IS RELEASED ONLY   * 00252000
      *             WHEN EVERY UNSHIPPED LINE CAN BE ALLOCATED FROM   * 00253000
      *             A WAREHOUSE; OTHERWISE THE WHOLE ORDER STAYS IN   * 00254000
      *             PROGRESS AND IS PRINTED ON THE HELD ORDERS        * 00255000
      *             REPORT WITH ITS BLOCKING LINES AND THE EXPECTED   * 00256000
      *             STOCK DATE FROM THE EARLIEST OPEN PURCHASE ORDER  * 00257000
      *             LINE FOR THE ITEM.                                * 00258000
      *             A SHELF-LIFE ITEM (ITEM.SHELF_LIFE_SW) IS PICKED  * 00258100
      *             BY LOT, EARLIEST EXPIRATION FIRST, FROM THE LOT   * 00258200
      *             BALANCES IN THE PICKING WAREHOUSE -- ONE PICK     * 00258300
      *             LINE PER LOT, NAMING THE LOT AND ITS EXPIRY.  AN  * 00258400
      *             EXPIRED LOT, OR ONE EXPIRING INSIDE THE           * 00258500
      *             CUSTOMER'S MINIMUM SHELF LIFE, IS NEVER PICKED;   * 00258600
      *             A LINE THE QUALIFYING LOTS CANNOT COVER IS SHORT. * 00258700
      *             ELIGIBLE ORDERS FROM BOTH DATABASES ARE SERVED BY * 00258800
      *             CUSTOMER PRIORITY TIER (CUSTOMER MASTER), THEN BY * 00258900
      *             ORDER DATE, AGAINST A RUNNING BALANCE OF THE      * 00259000
      *             WAREHOUSE STOCK OF EACH ITEM / SUPPLIER.  A LINE  * 00259100
      *             THE BALANCE CANNOT COVER IS SHORT AND KEEPS ITS   * 00259200
      *             QUANTITY RESERVED, SO NO LATER (LOWER PRIORITY)   * 00259300
      *             LINE TAKES THE STOCK IT IS WAITING FOR.  THE      * 00259400
      *             SHORTAGE ALLOCATION REPORT LISTS, FOR EACH ITEM   * 00259500
      *             THAT RAN SHORT, EVERY LINE IN THE ORDER SERVED    * 00259600
      *             WITH THE QUANTITY ALLOCATED OR SHORTED.           * 00259700
      *                                                               * 00260000
      * FILES   :   ORDER DATABASES      -  IMS HIDAM    (UPDATE)     * 00270000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00280000
      *             ORDER_LOG            -  DB2          (UPDATE)     * 00290000
      *             ITEM_SUPPLIER_WHSE   -  DB2          (READ-ONLY)  * 00300000
      *             WAREHOUSE            -  DB2          (READ-ONLY)  * 00310000
      *             BIN_LOCATION         -  DB2          (READ-ONLY)  * 00311000
      *             ITEM_SUPPLIER_BIN    -  DB2          (READ-ONLY)  * 00312000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (INPUT)      * 00313000
      *             LOT BALANCE FILE     -  VSAM KSDS    (INPUT)      * 00314000
      *             ITEM                 -  DB2          (READ-ONLY)  * 00315000
      *             PICK LIST PRINT      -  SEQUENTIAL   (OUTPUT)     * 00320000
      *             HELD ORDERS REPORT   -  SEQUENTIAL   (OUTPUT)     * 00325000
      *             SHORTAGE ALLOCATION  -  SEQUENTIAL   (OUTPUT)     * 00326000
      *                                                               * 00330000
      ***************************************************************** 00340000
      *             PROGRAM CHANGE LOG                                * 00350000
      *  --------   --------------------  --------------------------  * 00390000
      *  09/02/26   R. MCALLEN            HAZMAT CLASS SHOWN ON       * 00400000
      *                                   PICK LINES                  * 00410000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00411000
      *                                   BYTES (FINANCE CHARGE       * 00412000
      *                                   EXEMPT FLAG)                * 00413000
      *  10/15/26   R. MCALLEN            PICK LINES IN BIN WALK      * 00414000
      *                                   SEQUENCE WITH THE BIN TO    * 00415000
      *                                   PICK FROM                   * 00416000
      *  10/15/26   R. MCALLEN            SHIP-COMPLETE ORDERS HELD   * 00416500
      *                                   UNTIL EVERY LINE CAN BE     * 00417000
      *                                   ALLOCATED; HELD ORDERS      * 00417500
      *                                   REPORT WITH EXPECTED DATES  * 00418000
      *  10/15/26   R. MCALLEN            DROP-SHIP LINES ARE NEVER   * 00418100
      *                                   PICKED OR STAGED, AND       * 00418200
      *                                   DROP-SHIP PO LINES ARE NOT  * 00418300
      *                                   EXPECTED STOCK              * 00418400
      *  10/15/26   R. MCALLEN            SHELF-LIFE ITEMS PICKED BY  * 00418500
      *                                   LOT, EARLIEST EXPIRY        * 00418600
      *                                   FIRST, HONORING CUSTOMER    * 00418700
      *                                   MINIMUM SHELF LIFE          * 00418800
      *  10/15/26   R. MCALLEN            ORDERS SERVED BY CUSTOMER   * 00418900
      *                                   PRIORITY TIER THEN DATE     * 00419000
      *                                   AGAINST A RUNNING ITEM      * 00419100
      *                                   BALANCE; SHORTAGE           * 00419200
      *                                   ALLOCATION REPORT           * 00419300
      *  10/15/26   R. MCALLEN            STOCK RESERVED FOR KIT      * 00419400
      *                                   WORK ORDERS (PDAB104) IS    * 00419500
      *                                   NOT ALLOCATED               * 00419600
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00420000
      *                                                               * 00430000
      ***************************************************************** 00440000
                                                                        00510000
           SELECT PICK-PRINT           ASSIGN TO PCKPRINT.              00520000
                                                                        00530000
           SELECT HELD-PRINT           ASSIGN TO HLDPRINT.              00531000
                                                                        00531100
           SELECT SHORT-PRINT          ASSIGN TO SHRTPRNT.              00531200
                                                                        00532000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00540000
                                       ORGANIZATION IS INDEXED          00550000
                                       ACCESS IS RANDOM                 00560000
                                       RECORD KEY IS CUSTOMER-KEY       00570000
                                       FILE STATUS IS                   00580000
                                           WS-CUSTOMER-STATUS.          00590000
                                                                        00591000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00592000
                                       ORGANIZATION IS INDEXED          00593000
                                       ACCESS IS SEQUENTIAL             00594000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00595000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00596000
                                                                        00596500
           SELECT VSAM-LOT-BALANCE     ASSIGN TO VLOTBAL                00597000
                                       ORGANIZATION IS INDEXED          00597500
                                       ACCESS IS DYNAMIC                00598000
                                       RECORD KEY IS LOT-BALANCE-KEY    00598500
                                       FILE STATUS IS WS-LOTBAL-STATUS. 00599000
           EJECT                                                        00600000
       DATA DIVISION.                                                   00610000
                                                                        00620000
                                                                        00690000
       01  PICK-PRINT-REC              PIC X(132).                      00700000
                                                                        00710000
       FD  HELD-PRINT                                                   00711000
           LABEL RECORDS ARE STANDARD                                   00712000
           RECORDING MODE IS F                                          00713000
           RECORD CONTAINS 132 CHARACTERS.                              00714000
                                                                        00715000
       01  HELD-PRINT-REC              PIC X(132).                      00716000
                                                                        00716100
       FD  SHORT-PRINT                                                  00716200
           LABEL RECORDS ARE STANDARD                                   00716300
           RECORDING MODE IS F                                          00716400
           RECORD CONTAINS 132 CHARACTERS.                              00716500
                                                                        00716600
       01  SHORT-PRINT-REC             PIC X(132).                      00716700
                                                                        00717000
       FD  VSAM-CUSTOMER                                                00720000
           RECORD CONTAINS 800 CHARACTERS.                              00730000
                                                                        00740000
           COPY VCUSTOMR.                                               00750000
                                                                        00751000
       FD  VSAM-PURCHASE-ORDER                                          00752000
           RECORD CONTAINS 200 CHARACTERS.                              00753000
                                                                        00754000
           COPY VPURCHOR.                                               00755000
                                                                        00755500
       FD  VSAM-LOT-BALANCE                                             00756000
           RECORD CONTAINS 128 CHARACTERS.                              00756500
                                                                        00757000
           COPY VLOTBAL.                                                00757500
           EJECT                                                        00760000
       WORKING-STORAGE SECTION.                                         00770000
                                                                        00780000
               88  ORDER-PICKED                  VALUE 'Y'.             00910000
           05  WS-SLOT-FOUND-SW        PIC X     VALUE 'N'.             00920000
               88  SLOT-FOUND                    VALUE 'Y'.             00930000
           05  WS-SHIP-COMPLETE-SW     PIC X     VALUE 'N'.             00931000
               88  SHIP-COMPLETE                 VALUE 'Y'.             00932000
           05  WS-ORDER-HELD-SW        PIC X     VALUE 'N'.             00933000
               88  ORDER-HELD                    VALUE 'Y'.             00934000
           05  WS-END-OF-PO-SW         PIC X     VALUE 'N'.             00935000
               88  END-OF-PO                     VALUE 'Y'.             00936000
           05  WS-DUE-FOUND-SW         PIC X     VALUE 'N'.             00937000
               88  DUE-FOUND                     VALUE 'Y'.             00938000
           05  WS-SHELF-LIFE-SW        PIC X     VALUE 'N'.             00938100
               88  SHELF-LIFE-ITEM               VALUE 'Y'.             00938200
           05  WS-END-OF-LOTS-SW       PIC X     VALUE 'N'.             00938300
               88  END-OF-LOTS                   VALUE 'Y'.             00938400
           05  WS-LOTS-COVER-SW        PIC X     VALUE 'N'.             00938500
               88  LOTS-COVER-LINE               VALUE 'Y'.             00938600
           05  WS-ALLOC-FOUND-SW       PIC X     VALUE 'N'.             00938700
               88  ALLOC-FOUND                   VALUE 'Y'.             00938800
           EJECT                                                        00940000
      ***************************************************************** 00950000
      *    MISCELLANEOUS WORK FIELDS                                  * 00960000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01040000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01050000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01060000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01061000
               88  PURCHORD-OK                   VALUE '  ' '00'.       01062000
               88  PURCHORD-END                  VALUE '10'.            01063000
               88  PURCHORD-EMPTY                VALUE '47' '35'.       01064000
           03  WS-LOTBAL-STATUS        PIC XX    VALUE SPACES.          01065000
               88  LOTBALF-OK                    VALUE '  ' '00'.       01066000
               88  LOTBALF-END                   VALUE '10'.            01067000
               88  LOTBALF-NOTFOUND              VALUE '23'.            01068000
               88  LOTBALF-EMPTY                 VALUE '47' '35'.       01069000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 01070000
           03  WS-ORDERS-RELEASED      PIC S9(7) VALUE +0       COMP-3. 01080000
           03  WS-LINES-LISTED         PIC S9(7) VALUE +0       COMP-3. 01090000
           03  WS-ORDERS-HELD          PIC S9(7) VALUE +0       COMP-3. 01091000
           03  WS-LINES-BLOCKING       PIC S9(7) VALUE +0       COMP-3. 01092000
           03  WS-ORDERS-NOT-QUEUED    PIC S9(7) VALUE +0       COMP-3. 01093000
           03  WS-LINES-TIER-SHORT     PIC S9(7) VALUE +0       COMP-3. 01094000
           03  WS-ITEMS-SHORT          PIC S9(7) VALUE +0       COMP-3. 01095000
           03  WS-LOG-DROPPED          PIC S9(7) VALUE +0       COMP-3. 01096000
           03  WS-PICK-STATUS          PIC X(32)                        01100000
                                       VALUE 'PICKING RELEASED'.        01110000
           03  WS-OPEN-STATUS          PIC X(32)                        01120000
           03  WS-SHIP-TO-NAME         PIC X(25) VALUE SPACES.          01150000
           03  WS-CURR-WHSE            PIC X(8)  VALUE HIGH-VALUES.     01160000
           03  WS-PICK-WHSE            PIC X(8)  VALUE SPACES.          01170000
           03  WS-PICK-WALK            PIC 9(9)  VALUE ZEROES.          01171000
           03  WS-PICK-BIN             PIC X(6)  VALUE SPACES.          01172000
           03  WS-NULL-IND             PIC S9(4) VALUE +0       COMP.   01173000
           03  WS-NDX                  PIC S9(4) VALUE +0       COMP.   01180000
           03  WS-NDX2                 PIC S9(4) VALUE +0       COMP.   01190000
           03  WS-INS-NDX              PIC S9(4) VALUE +0       COMP.   01200000
           03  WS-PICK-COUNT           PIC S9(4) VALUE +0       COMP.   01210000
           03  WS-STAGE-NDX            PIC S9(4) VALUE +0       COMP.   01211000
           03  WS-DUE-NDX              PIC S9(4) VALUE +0       COMP.   01212000
           03  WS-PO-DUE-DATE          PIC 9(8)  VALUE ZEROES.          01213000
           03  WS-LOTS-SHORT           PIC S9(7) VALUE +0       COMP-3. 01213500
           03  WS-MIN-SHELF-DAYS       PIC 9(3)  VALUE ZEROES.          01214000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   01214500
           03  WS-LOT-CUTOFF-DATE      PIC 9(8)  VALUE ZEROES.          01215000
           03  WS-LOT-EXPIRE           PIC 9(8)  VALUE ZEROES.          01215500
           03  WS-LOT-NEEDED           PIC S9(9) VALUE +0       COMP-3. 01216000
           03  WS-LOT-AVAIL            PIC S9(9) VALUE +0       COMP-3. 01216500
           03  WS-CAND-NDX             PIC S9(4) VALUE +0       COMP.   01217000
           03  WS-BEST-NDX             PIC S9(4) VALUE +0       COMP.   01217500
           03  WS-ALC-NDX              PIC S9(4) VALUE +0       COMP.   01218000
           03  WS-PICK-QUANTITY        PIC S9(9) VALUE +0       COMP-3. 01218500
           03  WS-PICK-LOT             PIC X(10) VALUE SPACES.          01219000
           03  WS-PICK-EXPIRE          PIC 9(8)  VALUE ZEROES.          01219500
           03  WS-QUEUE-DB             PIC X     VALUE SPACES.          01219550
           03  WS-CUSTOMER-TIER        PIC 9     VALUE 5.               01219600
           03  WS-QUE-NDX              PIC S9(4) VALUE +0       COMP.   01219650
           03  WS-QBEST-NDX            PIC S9(4) VALUE +0       COMP.   01219700
           03  WS-SERVE-NDX            PIC S9(4) VALUE +0       COMP.   01219750
           03  WS-ITM-NDX              PIC S9(4) VALUE +0       COMP.   01219800
           03  WS-ITM-SRCH             PIC S9(4) VALUE +0       COMP.   01219850
           03  WS-LOG-NDX              PIC S9(4) VALUE +0       COMP.   01219900
           03  WS-DATE.                                                 01220000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01230000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01240000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01250000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01251000
                                       PIC 9(8).                        01252000
           EJECT                                                        01260000
      ***************************************************************** 01270000
      *    PICK LINE COLLECTION TABLE -- HELD IN WAREHOUSE / WALK     * 01275000
      *    SEQUENCE / ITEM ORDER BY INSERTING EACH LINE AT ITS SORTED * 01280000
      *    POSITION                                                   * 01285000
      ***************************************************************** 01300000
                                                                        01310000
       01  WS-PICK-TABLE.                                               01320000
           03  WS-PICK-ENTRY           OCCURS 500 TIMES.                01340000
               05  WS-PK-SORT-KEY.                                      01350000
                   07  WS-PK-WHSE      PIC X(08).                       01360000
                   07  WS-PK-WALK      PIC 9(09).                       01365000
                   07  WS-PK-ITEM      PIC X(32).                       01370000
               05  WS-PK-BIN           PIC X(06).                       01375000
               05  WS-PK-ORDER-PREFIX  PIC 9(05).                       01380000
               05  WS-PK-ORDER-NUMBER  PIC 9(10).                       01390000
               05  WS-PK-QUANTITY      PIC S9(09)      COMP-3.          01400000
               05  WS-PK-SHIP-TO       PIC X(25).                       01410000
               05  WS-PK-HAZMAT        PIC X(03).                       01420000
               05  WS-PK-LOT           PIC X(10).                       01420001
               05  WS-PK-EXPIRE        PIC 9(08).                       01420002
           EJECT                                                        01420003
      ***************************************************************** 01420004
      *    SHELF-LIFE LOT CANDIDATES FOR THE LINE BEING ALLOCATED --  * 01420005
      *    THE QUALIFYING LOTS IN THE PICKING WAREHOUSE, WITH THE     * 01420006
      *    QUANTITY STILL FREE AND THE QUANTITY TAKEN FOR THE LINE.   * 01420007
      *    AN UNDATED LOT CARRIES 99999999 SO IT IS TAKEN LAST        * 01420008
      ***************************************************************** 01420009
                                                                        01420010
       01  WS-LOT-CAND-TABLE.                                           01420011
           03  WS-CAND-MAX             PIC S9(4) VALUE +50      COMP.   01420012
           03  WS-CAND-COUNT           PIC S9(4) VALUE +0       COMP.   01420013
           03  WS-CAND-ENTRY           OCCURS 50 TIMES.                 01420014
               05  WS-CD-LOT-KEY       PIC X(87).                       01420015
               05  WS-CD-EXPIRE        PIC 9(08).                       01420016
               05  WS-CD-AVAIL         PIC S9(09)      COMP-3.          01420017
               05  WS-CD-TAKE          PIC S9(09)      COMP-3.          01420018
           EJECT                                                        01420019
      ***************************************************************** 01420020
      *    LOT QUANTITIES ALREADY ALLOCATED TO PICK LINES THIS RUN,   * 01420021
      *    BY LOT BALANCE KEY, SO NO LOT IS PROMISED TWICE            * 01420022
      ***************************************************************** 01420023
                                                                        01420024
       01  WS-LOT-ALLOC-TABLE.                                          01420025
           03  WS-ALC-MAX              PIC S9(4) VALUE +1000    COMP.   01420026
           03  WS-ALC-COUNT            PIC S9(4) VALUE +0       COMP.   01420027
           03  WS-ALC-ENTRY            OCCURS 1000 TIMES.               01420028
               05  WS-AL-LOT-KEY       PIC X(87).                       01420029
               05  WS-AL-QUANTITY      PIC S9(09)      COMP-3.          01420030
           EJECT                                                        01420100
      ***************************************************************** 01420200
      *    SHIP-COMPLETE STAGING TABLE -- THE UNSHIPPED LINES OF A    * 01420300
      *    SHIP-COMPLETE ORDER ARE HELD HERE UNTIL EVERY ONE OF THEM  * 01420400
      *    HAS BEEN ALLOCATED, THEN REPLAYED INTO THE PICK TABLE      * 01420500
      ***************************************************************** 01420600
                                                                        01420700
       01  WS-STAGE-TABLE.                                              01420800
           03  WS-STAGE-MAX            PIC S9(4) VALUE +100     COMP.   01420900
           03  WS-STAGE-COUNT          PIC S9(4) VALUE +0       COMP.   01421000
           03  WS-STAGE-LINE           PIC X(150)                       01421100
                                       OCCURS 100 TIMES.                01421200
           EJECT                                                        01421300
      ***************************************************************** 01421400
      *    OPEN PURCHASE ORDER DUE DATES -- THE EARLIEST CONFIRMED    * 01421500
      *    (ELSE EXPECTED) DATE PER ITEM / SUPPLIER STILL DUE IN,     * 01421600
      *    LOADED ONCE FOR THE HELD ORDERS REPORT.  ZERO MEANS AN     * 01421700
      *    OPEN LINE WITH NO DATE SET                                 * 01421800
      ***************************************************************** 01421900
                                                                        01422000
       01  WS-PO-DUE-TABLE.                                             01422100
           03  WS-DUE-MAX              PIC S9(4) VALUE +2000    COMP.   01422200
           03  WS-DUE-COUNT            PIC S9(4) VALUE +0       COMP.   01422300
           03  WS-DUE-ENTRY            OCCURS 2000 TIMES.               01422400
               05  WS-DU-ITEM-PREFIX   PIC 9(05).                       01422500
               05  WS-DU-ITEM-NUMBER   PIC X(32).                       01422600
               05  WS-DU-SUPP-PREFIX   PIC 9(05).                       01422700
               05  WS-DU-SUPP-ID       PIC X(32).                       01422800
               05  WS-DU-DATE          PIC 9(08).                       01422900
           EJECT                                                        01430000
      ***************************************************************** 01440000
      *    ORDER QUEUE -- EVERY IN PROGRESS ORDER ON EITHER DATABASE  * 01440100
      *    WITH ITS CUSTOMER PRIORITY TIER (1 HIGHEST THRU 5 LOWEST)  * 01440200
      *    AND ORDER DATE.  ORDERS ARE SERVED LOWEST TIER FIRST,      * 01440300
      *    THEN EARLIEST ORDER DATE, THEN THE ORDER THEY WERE FOUND   * 01440400
      ***************************************************************** 01440500
                                                                        01440600
       01  WS-ORDER-QUEUE.                                              01440700
           03  WS-QUEUE-MAX            PIC S9(4) VALUE +2000    COMP.   01440800
           03  WS-QUEUE-COUNT          PIC S9(4) VALUE +0       COMP.   01440900
           03  WS-QUEUE-ENTRY          OCCURS 2000 TIMES.               01441000
               05  WS-OQ-DB            PIC X(01).                       01441100
               05  WS-OQ-PREFIX        PIC 9(05).                       01441200
               05  WS-OQ-NUMBER        PIC 9(10).                       01441300
               05  WS-OQ-TIER          PIC 9(01).                       01441400
               05  WS-OQ-DATE          PIC 9(08).                       01441500
               05  WS-OQ-SERVED-SW     PIC X(01).                       01441600
                   88  WS-OQ-SERVED              VALUE 'Y'.             01441700
           EJECT                                                        01441800
      ***************************************************************** 01441900
      *    RUNNING STOCK BALANCE BY ITEM / SUPPLIER -- THE WAREHOUSE  * 01442000
      *    QUANTITY ON HAND LESS EVERY LINE SERVED SO FAR THIS RUN,   * 01442100
      *    LISTED OR SHORT (A SHORT LINE KEEPS ITS QUANTITY RESERVED  * 01442200
      *    AHEAD OF LOWER PRIORITY DEMAND)                            * 01442300
      ***************************************************************** 01442400
                                                                        01442500
       01  WS-ITEM-STOCK-TABLE.                                         01442600
           03  WS-ITEM-MAX             PIC S9(4) VALUE +1000    COMP.   01442700
           03  WS-ITEM-COUNT           PIC S9(4) VALUE +0       COMP.   01442800
           03  WS-ITEM-ENTRY           OCCURS 1000 TIMES.               01442900
               05  WS-IS-ITEM-PREFIX   PIC 9(05).                       01443000
               05  WS-IS-ITEM-NUMBER   PIC X(32).                       01443100
               05  WS-IS-SUPP-PREFIX   PIC 9(05).                       01443200
               05  WS-IS-SUPP-ID       PIC X(32).                       01443300
               05  WS-IS-ON-HAND       PIC S9(09)      COMP-3.          01443400
               05  WS-IS-AVAILABLE     PIC S9(09)      COMP-3.          01443500
               05  WS-IS-SHORT-SW      PIC X(01).                       01443600
                   88  WS-IS-CONSTRAINED         VALUE 'Y'.             01443700
           EJECT                                                        01443800
      ***************************************************************** 01443900
      *    ALLOCATION LOG -- EVERY LINE SERVED, IN THE ORDER SERVED,  * 01444000
      *    FOR THE SHORTAGE ALLOCATION REPORT                         * 01444100
      ***************************************************************** 01444200
                                                                        01444300
       01  WS-ALLOC-LOG-TABLE.                                          01444400
           03  WS-LOG-MAX              PIC S9(4) VALUE +3000    COMP.   01444500
           03  WS-LOG-COUNT            PIC S9(4) VALUE +0       COMP.   01444600
           03  WS-LOG-ENTRY            OCCURS 3000 TIMES.               01444700
               05  WS-LG-ITM-NDX       PIC S9(04)      COMP.            01444800
               05  WS-LG-TIER          PIC 9(01).                       01444900
               05  WS-LG-ORDER-PREFIX  PIC 9(05).                       01445000
               05  WS-LG-ORDER-NUMBER  PIC 9(10).                       01445100
               05  WS-LG-CUSTOMER      PIC X(32).                       01445200
               05  WS-LG-QUANTITY      PIC S9(09)      COMP-3.          01445300
               05  WS-LG-WHSE          PIC X(08).                       01445400
           EJECT                                                        01445500
      ***************************************************************** 01445600
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 01450000
      ***************************************************************** 01460000
                                                                        01470000
       01  WS-GU                       PIC X(4)  VALUE 'GU  '.          01475000
       01  WS-GN                       PIC X(4)  VALUE 'GN  '.          01480000
       01  WS-GNP                      PIC X(4)  VALUE 'GNP '.          01490000
       01  WS-GHU                      PIC X(4)  VALUE 'GHU '.          01500000
           03  FILLER                  PIC X(83) VALUE SPACES.          01980000
                                                                        01990000
       01  WS-PL-COLUMN-HEADER.                                         02000000
           03  FILLER                  PIC X(08) VALUE                  02001000
               'BIN     '.                                              02002000
           03  FILLER                  PIC X(34) VALUE                  02010000
               'ITEM                              '.                    02020000
           03  FILLER                  PIC X(18) VALUE                  02030000
           03  FILLER                  PIC X(03) VALUE SPACES.          02070000
           03  FILLER                  PIC X(25) VALUE                  02080000
               'SHIP TO                  '.                             02090000
           03  FILLER                  PIC X(04) VALUE SPACES.          02091000
           03  FILLER                  PIC X(12) VALUE                  02092000
               'LOT         '.                                          02093000
           03  FILLER                  PIC X(10) VALUE                  02094000
               'EXPIRES   '.                                            02095000
           03  FILLER                  PIC X(02) VALUE SPACES.          02096000
                                                                        02110000
       01  WS-PL-DETAIL.                                                02120000
           03  WS-PL-DT-BIN            PIC X(06) VALUE SPACES.          02121000
           03  FILLER                  PIC X(02) VALUE SPACES.          02122000
           03  WS-PL-DT-ITEM           PIC X(32) VALUE SPACES.          02130000
           03  FILLER                  PIC X(02) VALUE SPACES.          02140000
           03  WS-PL-DT-PREFIX         PIC 9(05) VALUE ZEROES.          02150000
           03  WS-PL-DT-SHIP-TO        PIC X(25) VALUE SPACES.          02210000
           03  FILLER                  PIC X(02) VALUE SPACES.          02220000
           03  WS-PL-DT-HAZMAT         PIC X(03) VALUE SPACES.          02230000
           03  FILLER                  PIC X(02) VALUE SPACES.          02230500
           03  WS-PL-DT-LOT            PIC X(10) VALUE SPACES.          02231000
           03  FILLER                  PIC X(02) VALUE SPACES.          02231500
           03  WS-PL-DT-EXPIRE         PIC X(10) VALUE SPACES.          02232000
           03  WS-PL-DT-EXPIRE-DATE REDEFINES WS-PL-DT-EXPIRE.          02232500
               05  WS-PL-DT-EXP-MONTH  PIC XX.                          02233000
               05  WS-PL-DT-EXP-SLASH1 PIC X.                           02233500
               05  WS-PL-DT-EXP-DAY    PIC XX.                          02234000
               05  WS-PL-DT-EXP-SLASH2 PIC X.                           02234500
               05  WS-PL-DT-EXP-YEAR   PIC X(4).                        02235000
           03  FILLER                  PIC X(01) VALUE SPACES.          02235500
           EJECT                                                        02240100
      ***************************************************************** 02240200
      *    HELD ORDERS REPORT PRINT LINES                             * 02240300
      ***************************************************************** 02240400
                                                                        02240500
       01  WS-HL-HEADER.                                                02240600
           03  FILLER                  PIC X(38) VALUE                  02240700
               'SHIP-COMPLETE ORDERS HELD FROM PICKING'.                02240800
           03  FILLER                  PIC X(10) VALUE '   DATED '.     02240900
           03  WS-HL-HD-MONTH          PIC XX    VALUE SPACES.          02241000
           03  FILLER                  PIC X     VALUE '/'.             02241100
           03  WS-HL-HD-DAY            PIC XX    VALUE SPACES.          02241200
           03  FILLER                  PIC X     VALUE '/'.             02241300
           03  WS-HL-HD-YEAR           PIC X(4)  VALUE SPACES.          02241400
           03  FILLER                  PIC X(74) VALUE SPACES.          02241500
                                                                        02241600
       01  WS-HL-COLUMN-HEADER.                                         02241700
           03  FILLER                  PIC X(08) VALUE SPACES.          02241800
           03  FILLER                  PIC X(07) VALUE 'LINE   '.       02241900
           03  FILLER                  PIC X(34) VALUE                  02242000
               'ITEM                              '.                    02242100
           03  FILLER                  PIC X(11) VALUE                  02242200
               '   QUANTITY'.                                           02242300
           03  FILLER                  PIC X(06) VALUE SPACES.          02242400
           03  FILLER                  PIC X(21) VALUE                  02242500
               'EXPECTED STOCK DATE  '.                                 02242600
           03  FILLER                  PIC X(45) VALUE SPACES.          02242700
                                                                        02242800
       01  WS-HL-ORDER.                                                 02242900
           03  FILLER                  PIC X(06) VALUE 'ORDER '.        02243000
           03  WS-HL-OR-PREFIX         PIC 9(05) VALUE ZEROES.          02243100
           03  FILLER                  PIC X(01) VALUE '-'.             02243200
           03  WS-HL-OR-ORDER          PIC 9(10) VALUE ZEROES.          02243300
           03  FILLER                  PIC X(12) VALUE '  CUSTOMER '.   02243400
           03  WS-HL-OR-CUSTOMER       PIC X(32) VALUE SPACES.          02243500
           03  FILLER                  PIC X(11) VALUE '  SHIP TO '.    02243600
           03  WS-HL-OR-SHIP-TO        PIC X(25) VALUE SPACES.          02243700
           03  FILLER                  PIC X(07) VALUE ' DATED '.       02243800
           03  WS-HL-OR-DATE           PIC 9(08) VALUE ZEROES.          02243900
           03  FILLER                  PIC X(15) VALUE SPACES.          02244000
                                                                        02244100
       01  WS-HL-DETAIL.                                                02244200
           03  FILLER                  PIC X(08) VALUE SPACES.          02244300
           03  WS-HL-DT-SEQ            PIC 9(05) VALUE ZEROES.          02244400
           03  FILLER                  PIC X(02) VALUE SPACES.          02244500
           03  WS-HL-DT-ITEM           PIC X(32) VALUE SPACES.          02244600
           03  FILLER                  PIC X(02) VALUE SPACES.          02244700
           03  WS-HL-DT-QTY            PIC ZZZ,ZZZ,ZZ9.                 02244800
           03  FILLER                  PIC X(06) VALUE SPACES.          02244900
           03  WS-HL-DT-DUE-TEXT       PIC X(12) VALUE SPACES.          02245000
           03  WS-HL-DT-DUE-DATE REDEFINES WS-HL-DT-DUE-TEXT.           02245100
               05  WS-HL-DT-DUE-MONTH  PIC XX.                          02245200
               05  WS-HL-DT-DUE-SLASH1 PIC X.                           02245300
               05  WS-HL-DT-DUE-DAY    PIC XX.                          02245400
               05  WS-HL-DT-DUE-SLASH2 PIC X.                           02245500
               05  WS-HL-DT-DUE-YEAR   PIC X(4).                        02245600
               05  FILLER              PIC XX.                          02245700
           03  FILLER                  PIC X(54) VALUE SPACES.          02245800
                                                                        02245900
       01  WS-HL-NONE.                                                  02246000
           03  FILLER                  PIC X(40) VALUE                  02246100
               'NO SHIP-COMPLETE ORDERS HELD'.                          02246200
           03  FILLER                  PIC X(92) VALUE SPACES.          02246300
           EJECT                                                        02250000
      ***************************************************************** 02260000
      *    SHORTAGE ALLOCATION REPORT PRINT LINES                     * 02260100
      ***************************************************************** 02260200
                                                                        02260300
       01  WS-SL-HEADER.                                                02260400
           03  FILLER                  PIC X(40) VALUE                  02260500
               'SHORTAGE ALLOCATION BY CUSTOMER PRIORITY'.              02260600
           03  FILLER                  PIC X(10) VALUE '   DATED '.     02260700
           03  WS-SL-HD-MONTH          PIC XX    VALUE SPACES.          02260800
           03  FILLER                  PIC X     VALUE '/'.             02260900
           03  WS-SL-HD-DAY            PIC XX    VALUE SPACES.          02261000
           03  FILLER                  PIC X     VALUE '/'.             02261100
           03  WS-SL-HD-YEAR           PIC X(4)  VALUE SPACES.          02261200
           03  FILLER                  PIC X(72) VALUE SPACES.          02261300
                                                                        02261400
       01  WS-SL-COLUMN-HEADER.                                         02261500
           03  FILLER                  PIC X(08) VALUE SPACES.          02261600
           03  FILLER                  PIC X(06) VALUE 'TIER  '.        02261700
           03  FILLER                  PIC X(18) VALUE                  02261800
               'ORDER             '.                                    02261900
           03  FILLER                  PIC X(34) VALUE                  02262000
               'CUSTOMER                          '.                    02262100
           03  FILLER                  PIC X(11) VALUE                  02262200
               '  REQUESTED'.                                           02262300
           03  FILLER                  PIC X(02) VALUE SPACES.          02262400
           03  FILLER                  PIC X(11) VALUE                  02262500
               '  ALLOCATED'.                                           02262600
           03  FILLER                  PIC X(04) VALUE SPACES.          02262700
           03  FILLER                  PIC X(09) VALUE 'RESULT   '.     02262800
           03  FILLER                  PIC X(02) VALUE SPACES.          02262900
           03  FILLER                  PIC X(08) VALUE 'WHSE    '.      02263000
           03  FILLER                  PIC X(19) VALUE SPACES.          02263100
                                                                        02263200
       01  WS-SL-ITEM.                                                  02263300
           03  FILLER                  PIC X(05) VALUE 'ITEM '.         02263400
           03  WS-SL-IT-ITEM           PIC X(32) VALUE SPACES.          02263500
           03  FILLER                  PIC X(11) VALUE '  SUPPLIER '.   02263600
           03  WS-SL-IT-SUPPLIER       PIC X(32) VALUE SPACES.          02263700
           03  FILLER                  PIC X(10) VALUE '  ON HAND '.    02263800
           03  WS-SL-IT-ON-HAND        PIC ZZZ,ZZZ,ZZ9.                 02263900
           03  FILLER                  PIC X(31) VALUE SPACES.          02264000
                                                                        02264100
       01  WS-SL-DETAIL.                                                02264200
           03  FILLER                  PIC X(08) VALUE SPACES.          02264300
           03  WS-SL-DT-TIER           PIC 9(01) VALUE ZEROES.          02264400
           03  FILLER                  PIC X(05) VALUE SPACES.          02264500
           03  WS-SL-DT-PREFIX         PIC 9(05) VALUE ZEROES.          02264600
           03  FILLER                  PIC X(01) VALUE '-'.             02264700
           03  WS-SL-DT-ORDER          PIC 9(10) VALUE ZEROES.          02264800
           03  FILLER                  PIC X(02) VALUE SPACES.          02264900
           03  WS-SL-DT-CUSTOMER       PIC X(32) VALUE SPACES.          02265000
           03  FILLER                  PIC X(02) VALUE SPACES.          02265100
           03  WS-SL-DT-REQUESTED      PIC ZZZ,ZZZ,ZZ9.                 02265200
           03  FILLER                  PIC X(02) VALUE SPACES.          02265300
           03  WS-SL-DT-ALLOCATED      PIC ZZZ,ZZZ,ZZ9.                 02265400
           03  FILLER                  PIC X(04) VALUE SPACES.          02265500
           03  WS-SL-DT-RESULT         PIC X(09) VALUE SPACES.          02265600
           03  FILLER                  PIC X(02) VALUE SPACES.          02265700
           03  WS-SL-DT-WHSE           PIC X(08) VALUE SPACES.          02265800
           03  FILLER                  PIC X(19) VALUE SPACES.          02265900
                                                                        02266000
       01  WS-SL-NONE.                                                  02266100
           03  FILLER                  PIC X(40) VALUE                  02266200
               'NO ITEM WAS SHORT'.                                     02266300
           03  FILLER                  PIC X(92) VALUE SPACES.          02266400
                                                                        02266500
       01  WS-SL-DROPPED.                                               02266600
           03  FILLER                  PIC X(60) VALUE                  02266700
               'ALLOCATION LOG FULL -- LATER LINES NOT LISTED'.         02266800
           03  FILLER                  PIC X(72) VALUE SPACES.          02266900
           EJECT                                                        02267000
      ***************************************************************** 02267100
      *    DB2  DEFINITIONS                                           * 02270000
      ***************************************************************** 02280000
                                                                        02290000
           EJECT                                                        02450000
           EXEC SQL                                                     02460000
              INCLUDE DWHSE                                             02470000
           END-EXEC.                                                    02471000
           EJECT                                                        02472000
           EXEC SQL                                                     02473000
              INCLUDE DBINLOC                                           02474000
           END-EXEC.                                                    02475000
           EJECT                                                        02476000
           EXEC SQL                                                     02477000
              INCLUDE DITMSBIN                                          02478000
           END-EXEC.                                                    02480000
           EJECT                                                        02490000
           EXEC SQL                                                     02500000
      *                                                               * 03150000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03160000
      *                                                               * 03170000
      *    FUNCTION :  PROGRAM ENTRY.  QUEUE THE ELIGIBLE ORDERS      * 03175000
      *                FROM BOTH ORDER DATABASES, COLLECT THEIR       * 03180000
      *                PICKABLE LINES IN PRIORITY ORDER, RELEASE THE  * 03185000
      *                ORDERS, PRINT ONE PICK LIST PER WAREHOUSE AND  * 03190000
      *                THE SHORTAGE ALLOCATION REPORT                 * 03195000
      *                                                               * 03210000
      *    CALLED BY:  NONE                                           * 03220000
      *                                                               * 03230000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03430000
           END-IF.                                                      03440000
                                                                        03450000
           OPEN INPUT VSAM-LOT-BALANCE.                                 03450050
                                                                        03450100
           IF NOT LOTBALF-OK AND NOT LOTBALF-EMPTY                      03450150
               MOVE 'OPEN LOT BALANCE FILE FAILED' TO WPBE-MESSAGE      03450200
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                03450250
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03450300
               PERFORM P99999-ABEND THRU P99999-EXIT                    03450350
           END-IF.                                                      03450400
                                                                        03450450
           OPEN OUTPUT HELD-PRINT.                                      03450500
                                                                        03451000
           MOVE WS-DATE-MONTH TO WS-HL-HD-MONTH.                        03451500
           MOVE WS-DATE-DAY TO WS-HL-HD-DAY.                            03452000
           MOVE WS-DATE-YEAR TO WS-HL-HD-YEAR.                          03452500
           WRITE HELD-PRINT-REC FROM WS-HL-HEADER.                      03453000
           WRITE HELD-PRINT-REC FROM WS-PL-BLANK.                       03453500
           WRITE HELD-PRINT-REC FROM WS-HL-COLUMN-HEADER.               03454000
                                                                        03454500
           OPEN OUTPUT SHORT-PRINT.                                     03454550
                                                                        03454600
           MOVE WS-DATE-MONTH TO WS-SL-HD-MONTH.                        03454650
           MOVE WS-DATE-DAY TO WS-SL-HD-DAY.                            03454700
           MOVE WS-DATE-YEAR TO WS-SL-HD-YEAR.                          03454750
           WRITE SHORT-PRINT-REC FROM WS-SL-HEADER.                     03454800
           WRITE SHORT-PRINT-REC FROM WS-PL-BLANK.                      03454850
           WRITE SHORT-PRINT-REC FROM WS-SL-COLUMN-HEADER.              03454900
                                                                        03454950
           PERFORM P05000-LOAD-PO-DUE THRU P05000-EXIT.                 03455000
                                                                        03455500
           MOVE +0 TO WS-PICK-COUNT.                                    03460000
                                                                        03470000
           PERFORM P10000-SCAN-ORDER1 THRU P10000-EXIT                  03480000
           PERFORM P20000-SCAN-ORDER2 THRU P20000-EXIT                  03510000
               UNTIL END-OF-ORDER2.                                     03520000
                                                                        03530000
           PERFORM P25000-SERVE-NEXT THRU P25000-EXIT                   03531000
               VARYING WS-SERVE-NDX FROM 1 BY 1                         03532000
                   UNTIL WS-SERVE-NDX > WS-QUEUE-COUNT.                 03533000
                                                                        03534000
           PERFORM P60000-PRINT-PICK-LISTS THRU P60000-EXIT.            03540000
                                                                        03541000
           PERFORM P62000-PRINT-SHORTAGES THRU P62000-EXIT.             03542000
                                                                        03550000
           IF WS-ORDERS-HELD = ZEROES                                   03551000
               WRITE HELD-PRINT-REC FROM WS-PL-BLANK                    03552000
               WRITE HELD-PRINT-REC FROM WS-HL-NONE                     03553000
           END-IF.                                                      03554000
                                                                        03555000
           CLOSE VSAM-CUSTOMER                                          03560000
                 VSAM-LOT-BALANCE                                       03561000
                 PICK-PRINT                                             03565000
                 HELD-PRINT                                             03570000
                 SHORT-PRINT.                                           03575000
                                                                        03580000
           DISPLAY 'PDAB55 - ORDER ROOTS READ     ' WS-ORDERS-READ.     03590000
           DISPLAY 'PDAB55 - ORDERS RELEASED      '                     03600000
               WS-ORDERS-RELEASED.                                      03610000
           DISPLAY 'PDAB55 - PICK LINES LISTED    ' WS-LINES-LISTED.    03620000
           DISPLAY 'PDAB55 - SHIP-COMPLETE HELD   ' WS-ORDERS-HELD.     03621000
           DISPLAY 'PDAB55 - BLOCKING LINES       ' WS-LINES-BLOCKING.  03622000
           DISPLAY 'PDAB55 - LINES SHORT OF LOTS  ' WS-LOTS-SHORT.      03623000
           DISPLAY 'PDAB55 - ORDERS NOT QUEUED    '                     03624000
               WS-ORDERS-NOT-QUEUED.                                    03625000
           DISPLAY 'PDAB55 - LINES SHORT BY TIER  ' WS-LINES-TIER-SHORT.03626000
           DISPLAY 'PDAB55 - ITEMS SHORT          ' WS-ITEMS-SHORT.     03627000
                                                                        03630000
           GOBACK.                                                      03640000
                                                                        03650000
       P00000-EXIT.                                                     03660000
           EXIT.                                                        03660050
           EJECT                                                        03660100
      ***************************************************************** 03660150
      *                                                               * 03660200
      *    PARAGRAPH:  P05000-LOAD-PO-DUE                             * 03660250
      *                                                               * 03660300
      *    FUNCTION :  READ THE PURCHASE ORDER FILE ONCE AND KEEP THE * 03660350
      *                EARLIEST DUE DATE PER ITEM / SUPPLIER OVER THE * 03660400
      *                RELEASED LINES STILL DUE IN (OPEN OR PARTIAL,  * 03660450
      *                NOT REJECTED BY THE SUPPLIER) -- THE           * 03660500
      *                SUPPLIER'S CONFIRMED SHIP DATE, ELSE THE       * 03660550
      *                BUYER'S EXPECTED DATE                          * 03660600
      *                                                               * 03660650
      *    CALLED BY:  P00000-MAINLINE                                * 03660700
      *                                                               * 03660750
      ***************************************************************** 03660800
                                                                        03660850
       P05000-LOAD-PO-DUE.                                              03660900
                                                                        03660950
           MOVE +0 TO WS-DUE-COUNT.                                     03661000
           MOVE 'N' TO WS-END-OF-PO-SW.                                 03661050
                                                                        03661100
           OPEN INPUT VSAM-PURCHASE-ORDER.                              03661150
                                                                        03661200
           IF PURCHORD-EMPTY                                            03661250
               GO TO P05000-EXIT                                        03661300
           END-IF.                                                      03661350
                                                                        03661400
           IF NOT PURCHORD-OK                                           03661450
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   03661500
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               03661550
               MOVE 'P05000' TO WPBE-PARAGRAPH                          03661600
               PERFORM P99999-ABEND THRU P99999-EXIT                    03661650
           END-IF.                                                      03661700
                                                                        03661750
           PERFORM P05100-READ-PO-LINE THRU P05100-EXIT                 03661800
               UNTIL END-OF-PO.                                         03661850
                                                                        03661900
           CLOSE VSAM-PURCHASE-ORDER.                                   03661950
                                                                        03662000
       P05000-EXIT.                                                     03662050
           EXIT.                                                        03662100
                                                                        03662150
       P05100-READ-PO-LINE.                                             03662200
                                                                        03662250
           READ VSAM-PURCHASE-ORDER NEXT.                               03662300
                                                                        03662350
           IF PURCHORD-END                                              03662400
               MOVE 'Y' TO WS-END-OF-PO-SW                              03662450
               GO TO P05100-EXIT                                        03662500
           END-IF.                                                      03662550
                                                                        03662600
           IF NOT PURCHORD-OK                                           03662650
               MOVE 'READ NEXT PURCHASE ORDER FAILED' TO WPBE-MESSAGE   03662700
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               03662750
               MOVE 'P05100' TO WPBE-PARAGRAPH                          03662800
               PERFORM P99999-ABEND THRU P99999-EXIT                    03662850
           END-IF.                                                      03662900
                                                                        03662950
      ***************************************************************** 03663000
      *    SKIP THE PREFIX CONTROL RECORDS AND LINES NOT DUE IN       * 03663050
      ***************************************************************** 03663100
                                                                        03663150
           IF PURCHASE-ORDER-NUMBER = ZEROES                            03663200
               GO TO P05100-EXIT                                        03663250
           END-IF.                                                      03663300
                                                                        03663350
           IF NOT PURCHASE-ORDER-OPEN                                   03663400
              AND NOT PURCHASE-ORDER-PARTIAL                            03663450
               GO TO P05100-EXIT                                        03663500
           END-IF.                                                      03663550
                                                                        03663600
           IF PURCHASE-ORDER-ACK-REJECTED                               03663650
              OR PURCHASE-ORDER-FROM-DROP-SHIP                          03663660
              OR PURCHASE-ORDER-QTY-RECEIVED                            03663700
                 NOT < PURCHASE-ORDER-QUANTITY                          03663750
               GO TO P05100-EXIT                                        03663800
           END-IF.                                                      03663850
                                                                        03663900
           IF PURCHASE-ORDER-DATE-CONFIRMED > ZEROES                    03663950
               MOVE PURCHASE-ORDER-DATE-CONFIRMED TO WS-PO-DUE-DATE     03664000
           ELSE                                                         03664050
               MOVE PURCHASE-ORDER-DATE-EXPECTED TO WS-PO-DUE-DATE      03664100
           END-IF.                                                      03664150
                                                                        03664200
      ***************************************************************** 03664250
      *    KEEP THE EARLIEST DATED LINE PER ITEM / SUPPLIER           * 03664300
      ***************************************************************** 03664350
                                                                        03664400
           MOVE 'N' TO WS-DUE-FOUND-SW.                                 03664450
           MOVE +1 TO WS-DUE-NDX.                                       03664500
                                                                        03664550
           PERFORM P05200-MATCH-DUE THRU P05200-EXIT                    03664600
               UNTIL DUE-FOUND                                          03664650
                  OR WS-DUE-NDX > WS-DUE-COUNT.                         03664700
                                                                        03664750
           IF DUE-FOUND                                                 03664800
               IF WS-PO-DUE-DATE > ZEROES                               03664850
                   IF WS-DU-DATE (WS-DUE-NDX) = ZEROES                  03664900
                      OR WS-PO-DUE-DATE < WS-DU-DATE (WS-DUE-NDX)       03664950
                       MOVE WS-PO-DUE-DATE TO WS-DU-DATE (WS-DUE-NDX)   03665000
                   END-IF                                               03665050
               END-IF                                                   03665100
               GO TO P05100-EXIT                                        03665150
           END-IF.                                                      03665200
                                                                        03665250
           IF WS-DUE-COUNT NOT < WS-DUE-MAX                             03665300
               GO TO P05100-EXIT                                        03665350
           END-IF.                                                      03665400
                                                                        03665450
           ADD +1 TO WS-DUE-COUNT.                                      03665500
           MOVE PURCHASE-ORDER-ITEM-PREFIX                              03665550
               TO WS-DU-ITEM-PREFIX (WS-DUE-COUNT).                     03665600
           MOVE PURCHASE-ORDER-ITEM-NUMBER                              03665650
               TO WS-DU-ITEM-NUMBER (WS-DUE-COUNT).                     03665700
           MOVE PURCHASE-ORDER-SUPPLIER-PREFIX                          03665750
               TO WS-DU-SUPP-PREFIX (WS-DUE-COUNT).                     03665800
           MOVE PURCHASE-ORDER-SUPPLIER-ID                              03665850
               TO WS-DU-SUPP-ID (WS-DUE-COUNT).                         03665900
           MOVE WS-PO-DUE-DATE TO WS-DU-DATE (WS-DUE-COUNT).            03665950
                                                                        03666000
       P05100-EXIT.                                                     03666050
           EXIT.                                                        03666100
                                                                        03666150
       P05200-MATCH-DUE.                                                03666200
                                                                        03666250
           IF WS-DU-ITEM-PREFIX (WS-DUE-NDX) =                          03666300
                  PURCHASE-ORDER-ITEM-PREFIX                            03666350
              AND WS-DU-ITEM-NUMBER (WS-DUE-NDX) =                      03666400
                  PURCHASE-ORDER-ITEM-NUMBER                            03666450
              AND WS-DU-SUPP-PREFIX (WS-DUE-NDX) =                      03666500
                  PURCHASE-ORDER-SUPPLIER-PREFIX                        03666550
              AND WS-DU-SUPP-ID (WS-DUE-NDX) =                          03666600
                  PURCHASE-ORDER-SUPPLIER-ID                            03666650
               MOVE 'Y' TO WS-DUE-FOUND-SW                              03666700
           ELSE                                                         03666750
               ADD +1 TO WS-DUE-NDX                                     03666800
           END-IF.                                                      03666850
                                                                        03666900
       P05200-EXIT.                                                     03666950
           EXIT.                                                        03670000
           EJECT                                                        03680000
      ***************************************************************** 03690000
      *    PARAGRAPH:  P10000-SCAN-ORDER1                             * 03710000
      *                                                               * 03720000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER1DB AND      * 03730000
      *                QUEUE IT FOR PICKING IF ELIGIBLE               * 03740000
      *                                                               * 03750000
      *    CALLED BY:  P00000-MAINLINE                                * 03760000
      *                                                               * 03770000
               WHEN OP-GOOD-RETURN                                      03920000
                   ADD +1 TO WS-ORDERS-READ                             03930000
                   IF ORDER-STATUS = WS-OPEN-STATUS                     03940000
                       MOVE '1' TO WS-QUEUE-DB                          03950000
                       PERFORM P12000-QUEUE-ORDER THRU P12000-EXIT      03960000
                   END-IF                                               04040000
               WHEN OP-END-OF-DATABASE                                  04050000
               WHEN OP-SEGMENT-NOT-FOUND                                04060000
      *                HOLD AND REPLACE IT IN PICKING RELEASED        * 04280000
      *                STATUS                                         * 04290000
      *                                                               * 04300000
      *    CALLED BY:  P25000-SERVE-NEXT                              * 04310000
      *                                                               * 04320000
      ***************************************************************** 04330000
                                                                        04340000
           EJECT                                                        04850000
      ***************************************************************** 04860000
      *                                                               * 04870000
      *    PARAGRAPH:  P12000-QUEUE-ORDER                             * 04870100
      *                                                               * 04870200
      *    FUNCTION :  ADD THE IN PROGRESS ORDER ROOT JUST READ TO    * 04870300
      *                THE ORDER QUEUE WITH ITS DATABASE, ORDER DATE  * 04870400
      *                AND CUSTOMER PRIORITY TIER.  AN ORDER THAT     * 04870500
      *                WILL NOT FIT STAYS IN PROGRESS FOR THE NEXT    * 04870600
      *                RUN                                            * 04870700
      *                                                               * 04870800
      *    CALLED BY:  P10000-SCAN-ORDER1                             * 04870900
      *                P20000-SCAN-ORDER2                             * 04871000
      *                                                               * 04871100
      ***************************************************************** 04871200
                                                                        04871300
       P12000-QUEUE-ORDER.                                              04871400
                                                                        04871500
           IF WS-QUEUE-COUNT NOT < WS-QUEUE-MAX                         04871600
               ADD +1 TO WS-ORDERS-NOT-QUEUED                           04871700
               GO TO P12000-EXIT                                        04871800
           END-IF.                                                      04871900
                                                                        04872000
           PERFORM P12100-GET-TIER THRU P12100-EXIT.                    04872100
                                                                        04872200
           ADD +1 TO WS-QUEUE-COUNT.                                    04872300
           MOVE WS-QUEUE-DB TO WS-OQ-DB (WS-QUEUE-COUNT).               04872400
           MOVE ORDER-PREFIX TO WS-OQ-PREFIX (WS-QUEUE-COUNT).          04872500
           MOVE ORDER-NUMBER TO WS-OQ-NUMBER (WS-QUEUE-COUNT).          04872600
           MOVE WS-CUSTOMER-TIER TO WS-OQ-TIER (WS-QUEUE-COUNT).        04872700
           MOVE ORDER-DATE-CCYYMMDD TO WS-OQ-DATE (WS-QUEUE-COUNT).     04872800
           MOVE 'N' TO WS-OQ-SERVED-SW (WS-QUEUE-COUNT).                04872900
                                                                        04873000
       P12000-EXIT.                                                     04873100
           EXIT.                                                        04873200
                                                                        04873300
      ***************************************************************** 04873400
      *    THE CUSTOMER'S PRIORITY TIER -- A CUSTOMER NOT ON FILE, OR * 04873500
      *    A TIER OF ZERO OR SPACES, IS TREATED AS TIER 5             * 04873600
      ***************************************************************** 04873700
                                                                        04873800
       P12100-GET-TIER.                                                 04873900
                                                                        04874000
           MOVE 5 TO WS-CUSTOMER-TIER.                                  04874100
                                                                        04874200
           MOVE ORDER-CUSTOMER-PREFIX TO CUSTOMER-PREFIX.               04874300
           MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.                       04874400
                                                                        04874500
           READ VSAM-CUSTOMER.                                          04874600
                                                                        04874700
           IF CUSTOMER-OK                                               04874800
              AND CUSTOMER-PRIORITY-TIER NUMERIC                        04874900
              AND CUSTOMER-PRIORITY-TIER > ZEROES                       04875000
               MOVE CUSTOMER-PRIORITY-TIER TO WS-CUSTOMER-TIER          04875100
           END-IF.                                                      04875200
                                                                        04875300
       P12100-EXIT.                                                     04875400
           EXIT.                                                        04875500
           EJECT                                                        04875600
      ***************************************************************** 04875700
      *                                                               * 04875800
      *    PARAGRAPH:  P20000-SCAN-ORDER2                             * 04880000
      *                                                               * 04890000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER2DB AND      * 04900000
      *                QUEUE IT FOR PICKING IF ELIGIBLE               * 04910000
      *                                                               * 04920000
      *    CALLED BY:  P00000-MAINLINE                                * 04930000
      *                                                               * 04940000
               WHEN OP-GOOD-RETURN                                      05090000
                   ADD +1 TO WS-ORDERS-READ                             05100000
                   IF ORDER-STATUS = WS-OPEN-STATUS                     05110000
                       MOVE '2' TO WS-QUEUE-DB                          05120000
                       PERFORM P12000-QUEUE-ORDER THRU P12000-EXIT      05130000
                   END-IF                                               05210000
               WHEN OP-END-OF-DATABASE                                  05220000
               WHEN OP-SEGMENT-NOT-FOUND                                05230000
      *                HOLD AND REPLACE IT IN PICKING RELEASED        * 05450000
      *                STATUS                                         * 05460000
      *                                                               * 05470000
      *    CALLED BY:  P25000-SERVE-NEXT                              * 05480000
      *                                                               * 05490000
      ***************************************************************** 05500000
                                                                        05510000
           EJECT                                                        06020000
      ***************************************************************** 06030000
      *                                                               * 06040000
      *    PARAGRAPH:  P25000-SERVE-NEXT                              * 06040050
      *                                                               * 06040100
      *    FUNCTION :  TAKE THE HIGHEST PRIORITY ORDER NOT YET SERVED * 06040150
      *                FROM THE QUEUE, RE-RETRIEVE ITS ROOT ON ITS    * 06040200
      *                OWN DATABASE, COLLECT ITS LINES AND RELEASE IT * 06040250
      *                FOR PICKING IF ANY LINE WAS LISTED             * 06040300
      *                                                               * 06040350
      *    CALLED BY:  P00000-MAINLINE                                * 06040400
      *                                                               * 06040450
      ***************************************************************** 06040500
                                                                        06040550
       P25000-SERVE-NEXT.                                               06040600
                                                                        06040650
           MOVE ZEROES TO WS-QBEST-NDX.                                 06040700
                                                                        06040750
           PERFORM P25100-FIND-BEST THRU P25100-EXIT                    06040800
               VARYING WS-QUE-NDX FROM 1 BY 1                           06040850
                   UNTIL WS-QUE-NDX > WS-QUEUE-COUNT.                   06040900
                                                                        06040950
           MOVE 'Y' TO WS-OQ-SERVED-SW (WS-QBEST-NDX).                  06041000
           MOVE WS-OQ-TIER (WS-QBEST-NDX) TO WS-CUSTOMER-TIER.          06041050
           MOVE WS-OQ-PREFIX (WS-QBEST-NDX) TO ORDER-QUAL-PREFIX.       06041100
           MOVE WS-OQ-NUMBER (WS-QBEST-NDX) TO ORDER-QUAL-NUMBER.       06041150
                                                                        06041200
           IF WS-OQ-DB (WS-QBEST-NDX) = '1'                             06041250
               PERFORM P26000-GET-ORDER1 THRU P26000-EXIT               06041300
               PERFORM P30000-COLLECT-ORDER-LINES THRU P30000-EXIT      06041350
               IF ORDER-PICKED                                          06041400
                   PERFORM P11000-RELEASE-ORDER1 THRU P11000-EXIT       06041450
               END-IF                                                   06041500
           ELSE                                                         06041550
               PERFORM P26500-GET-ORDER2 THRU P26500-EXIT               06041600
               PERFORM P35000-COLLECT-LINES-2 THRU P35000-EXIT          06041650
               IF ORDER-PICKED                                          06041700
                   PERFORM P21000-RELEASE-ORDER2 THRU P21000-EXIT       06041750
               END-IF                                                   06041800
           END-IF.                                                      06041850
                                                                        06041900
           IF ORDER-PICKED                                              06041950
               PERFORM P50000-UPDATE-ORDER-LOG THRU P50000-EXIT         06042000
               ADD +1 TO WS-ORDERS-RELEASED                             06042050
           END-IF.                                                      06042100
                                                                        06042150
       P25000-EXIT.                                                     06042200
           EXIT.                                                        06042250
                                                                        06042300
      ***************************************************************** 06042350
      *    KEEP THE UNSERVED ORDER WITH THE LOWEST TIER, THEN THE     * 06042400
      *    EARLIEST ORDER DATE (TIES KEEP THE ORDER FOUND)            * 06042450
      ***************************************************************** 06042500
                                                                        06042550
       P25100-FIND-BEST.                                                06042600
                                                                        06042650
           IF WS-OQ-SERVED (WS-QUE-NDX)                                 06042700
               GO TO P25100-EXIT                                        06042750
           END-IF.                                                      06042800
                                                                        06042850
           IF WS-QBEST-NDX = ZEROES                                     06042900
               MOVE WS-QUE-NDX TO WS-QBEST-NDX                          06042950
               GO TO P25100-EXIT                                        06043000
           END-IF.                                                      06043050
                                                                        06043100
           IF WS-OQ-TIER (WS-QUE-NDX) < WS-OQ-TIER (WS-QBEST-NDX)       06043150
              OR (WS-OQ-TIER (WS-QUE-NDX) = WS-OQ-TIER (WS-QBEST-NDX)   06043200
                 AND WS-OQ-DATE (WS-QUE-NDX) <                          06043250
                     WS-OQ-DATE (WS-QBEST-NDX))                         06043300
               MOVE WS-QUE-NDX TO WS-QBEST-NDX                          06043350
           END-IF.                                                      06043400
                                                                        06043450
       P25100-EXIT.                                                     06043500
           EXIT.                                                        06043550
           EJECT                                                        06043600
      ***************************************************************** 06043650
      *                                                               * 06043700
      *    PARAGRAPH:  P26000-GET-ORDER1                              * 06043750
      *                                                               * 06043800
      *    FUNCTION :  RE-RETRIEVE THE QUEUED ORDER ROOT ON ORDER1DB  * 06043850
      *                SO ITS LINES CAN BE READ UNDER IT              * 06043900
      *                                                               * 06043950
      *    CALLED BY:  P25000-SERVE-NEXT                              * 06044000
      *                                                               * 06044050
      ***************************************************************** 06044100
                                                                        06044150
       P26000-GET-ORDER1.                                               06044200
                                                                        06044250
           CALL 'CBLTDLI' USING                                         06044300
                          WS-GU                                         06044350
                          ORDER-PCB                                     06044400
                          ORDER-SEGMENT                                 06044450
                          ORDER-QUAL-SSA                                06044500
           END-CALL.                                                    06044550
                                                                        06044600
           MOVE OP-STATUS TO WS-OP-STATUS.                              06044650
                                                                        06044700
           IF NOT OP-GOOD-RETURN                                        06044750
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          06044800
               MOVE 'PDAB55' TO WPIE-PROGRAM-ID                         06044850
               MOVE 'P26000' TO WPIE-PARAGRAPH                          06044900
               MOVE OP-STATUS TO WPIE-STATUS-CODE                       06044950
               MOVE 'GU  ' TO WPIE-FUNCTION-CODE                        06045000
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME                        06045050
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                    06045100
               MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND             06045150
               PERFORM P99999-ABEND THRU P99999-EXIT                    06045200
           END-IF.                                                      06045250
                                                                        06045300
       P26000-EXIT.                                                     06045350
           EXIT.                                                        06045400
           EJECT                                                        06045450
      ***************************************************************** 06045500
      *                                                               * 06045550
      *    PARAGRAPH:  P26500-GET-ORDER2                              * 06045600
      *                                                               * 06045650
      *    FUNCTION :  RE-RETRIEVE THE QUEUED ORDER ROOT ON ORDER2DB  * 06045700
      *                SO ITS LINES CAN BE READ UNDER IT              * 06045750
      *                                                               * 06045800
      *    CALLED BY:  P25000-SERVE-NEXT                              * 06045850
      *                                                               * 06045900
      ***************************************************************** 06045950
                                                                        06046000
       P26500-GET-ORDER2.                                               06046050
                                                                        06046100
           CALL 'CBLTDLI' USING                                         06046150
                          WS-GU                                         06046200
                          ORDER2-PCB                                    06046250
                          ORDER-SEGMENT                                 06046300
                          ORDER-QUAL-SSA                                06046350
           END-CALL.                                                    06046400
                                                                        06046450
           MOVE OP2-STATUS TO WS-OP-STATUS.                             06046500
                                                                        06046550
           IF NOT OP-GOOD-RETURN                                        06046600
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          06046650
               MOVE 'PDAB55' TO WPIE-PROGRAM-ID                         06046700
               MOVE 'P26500' TO WPIE-PARAGRAPH                          06046750
               MOVE OP2-STATUS TO WPIE-STATUS-CODE                      06046800
               MOVE 'GU  ' TO WPIE-FUNCTION-CODE                        06046850
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME                        06046900
               MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                    06046950
               MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND             06047000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06047050
           END-IF.                                                      06047100
                                                                        06047150
       P26500-EXIT.                                                     06047200
           EXIT.                                                        06047250
           EJECT                                                        06047300
      ***************************************************************** 06047350
      *                                                               * 06047400
      *    PARAGRAPH:  P30000-COLLECT-ORDER-LINES                     * 06050000
      *                                                               * 06060000
      *    FUNCTION :  READ THE CUSTOMER SHIP-TO FOR THE HELD ORDER   * 06070000
      *                AND COLLECT EVERY UNSHIPPED ORDER LINE FROM    * 06080000
      *                ORDER1DB INTO THE PICK TABLE.  THE LINES OF A  * 06085000
      *                SHIP-COMPLETE ORDER ARE STAGED FIRST AND ONLY  * 06090000
      *                LISTED WHEN ALL OF THEM CAN BE ALLOCATED       * 06095000
      *                                                               * 06100000
      *    CALLED BY:  P25000-SERVE-NEXT                              * 06110000
      *                                                               * 06120000
      ***************************************************************** 06130000
                                                                        06140000
                                                                        06190000
           PERFORM P45000-READ-SHIP-TO THRU P45000-EXIT.                06200000
                                                                        06210000
           MOVE 'N' TO WS-ORDER-HELD-SW.                                06211000
           MOVE +0 TO WS-STAGE-COUNT.                                   06212000
                                                                        06213000
           PERFORM P31000-COLLECT-LINE-1 THRU P31000-EXIT               06220000
               UNTIL END-OF-LINES.                                      06230000
                                                                        06231000
           IF SHIP-COMPLETE                                             06232000
               PERFORM P47000-RELEASE-COMPLETE THRU P47000-EXIT         06233000
           END-IF.                                                      06234000
                                                                        06240000
       P30000-EXIT.                                                     06250000
           EXIT.                                                        06260000
                                                                        06380000
           EVALUATE TRUE                                                06390000
               WHEN OP-GOOD-RETURN                                      06400000
                   IF SHIP-COMPLETE                                     06401000
                       PERFORM P46000-STAGE-COMPLETE-LINE               06402000
                           THRU P46000-EXIT                             06403000
                   ELSE                                                 06404000
                       PERFORM P40000-ADD-PICK-LINE THRU P40000-EXIT    06405000
                   END-IF                                               06406000
               WHEN OP-END-OF-DATABASE                                  06420000
               WHEN OP-SEGMENT-NOT-FOUND                                06430000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       06440000
      *                                                               * 06630000
      *    FUNCTION :  READ THE CUSTOMER SHIP-TO FOR THE HELD ORDER   * 06640000
      *                AND COLLECT EVERY UNSHIPPED ORDER LINE FROM    * 06650000
      *                ORDER2DB INTO THE PICK TABLE.  THE LINES OF A  * 06655000
      *                SHIP-COMPLETE ORDER ARE STAGED FIRST AND ONLY  * 06660000
      *                LISTED WHEN ALL OF THEM CAN BE ALLOCATED       * 06665000
      *                                                               * 06670000
      *    CALLED BY:  P25000-SERVE-NEXT                              * 06680000
      *                                                               * 06690000
      ***************************************************************** 06700000
                                                                        06710000
                                                                        06760000
           PERFORM P45000-READ-SHIP-TO THRU P45000-EXIT.                06770000
                                                                        06780000
           MOVE 'N' TO WS-ORDER-HELD-SW.                                06781000
           MOVE +0 TO WS-STAGE-COUNT.                                   06782000
                                                                        06783000
           PERFORM P36000-COLLECT-LINE-2 THRU P36000-EXIT               06790000
               UNTIL END-OF-LINES.                                      06800000
                                                                        06801000
           IF SHIP-COMPLETE                                             06802000
               PERFORM P47000-RELEASE-COMPLETE THRU P47000-EXIT         06803000
           END-IF.                                                      06804000
                                                                        06810000
       P35000-EXIT.                                                     06820000
           EXIT.                                                        06830000
                                                                        06950000
           EVALUATE TRUE                                                06960000
               WHEN OP-GOOD-RETURN                                      06970000
                   IF SHIP-COMPLETE                                     06971000
                       PERFORM P46000-STAGE-COMPLETE-LINE               06972000
                           THRU P46000-EXIT                             06973000
                   ELSE                                                 06974000
                       PERFORM P40000-ADD-PICK-LINE THRU P40000-EXIT    06975000
                   END-IF                                               06976000
               WHEN OP-END-OF-DATABASE                                  06990000
               WHEN OP-SEGMENT-NOT-FOUND                                07000000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       07010000
      *    PARAGRAPH:  P40000-ADD-PICK-LINE                           * 07190000
      *                                                               * 07200000
      *    FUNCTION :  RESOLVE THE PICKING WAREHOUSE FOR THE ORDER    * 07210000
      *                LINE AND THE BIN TO PICK IT FROM, AND INSERT   * 07215000
      *                IT INTO THE PICK TABLE AT ITS WAREHOUSE / WALK * 07220000
      *                SEQUENCE / ITEM SORTED POSITION                * 07225000
      *                                                               * 07240000
      *    CALLED BY:  P31000-COLLECT-LINE-1                          * 07250000
      *                P36000-COLLECT-LINE-2                          * 07260000
      *                P47000-RELEASE-COMPLETE                        * 07265000
      *                                                               * 07270000
      ***************************************************************** 07280000
                                                                        07290000
       P40000-ADD-PICK-LINE.                                            07300000
                                                                        07310000
      ***************************************************************** 07320000
      *    LINES WITH SHIPMENT ACTIVITY ARE NOT PICKED AGAIN, AND A   * 07325000
      *    DROP-SHIP LINE IS NEVER PICKED -- THE SUPPLIER SHIPS IT    * 07330000
      ***************************************************************** 07340000
                                                                        07350000
           IF NOT ORDER-ITEM-NOT-SHIPPED                                07360000
               GO TO P40000-EXIT                                        07361000
           END-IF.                                                      07362000
                                                                        07363000
           IF ORDER-ITEM-DROP-SHIP                                      07364000
               GO TO P40000-EXIT                                        07370000
           END-IF.                                                      07380000
                                                                        07390000
           END-IF.                                                      07420000
                                                                        07430000
           PERFORM P42000-RESOLVE-WAREHOUSE THRU P42000-EXIT.           07440000
                                                                        07441000
           PERFORM P42500-CHECK-ITEM-STOCK THRU P42500-EXIT.            07441010
                                                                        07441020
           PERFORM P44000-READ-ITEM-FLAGS THRU P44000-EXIT.             07441050
                                                                        07441100
      ***************************************************************** 07441150
      *    A SHELF-LIFE ITEM IS PICKED FROM ITS QUALIFYING LOTS,      * 07441200
      *    EARLIEST EXPIRY FIRST -- ONE PICK LINE PER LOT             * 07441250
      ***************************************************************** 07441300
                                                                        07441350
           IF SHELF-LIFE-ITEM                                           07441400
              AND WS-PICK-WHSE NOT = '*SHORT* '                         07441450
               PERFORM P44500-ALLOCATE-LOTS THRU P44500-EXIT            07441500
               IF NOT LOTS-COVER-LINE                                   07441550
                   MOVE '*SHORT* ' TO WS-PICK-WHSE                      07441600
                   ADD +1 TO WS-LOTS-SHORT                              07441650
               END-IF                                                   07441700
           END-IF.                                                      07441750
                                                                        07441760
           PERFORM P42800-RECORD-ALLOCATION THRU P42800-EXIT.           07441770
                                                                        07441800
           PERFORM P43000-RESOLVE-BIN THRU P43000-EXIT.                 07442000
                                                                        07450000
           IF SHELF-LIFE-ITEM                                           07455000
              AND WS-PICK-WHSE NOT = '*SHORT* '                         07460000
               PERFORM P44900-LIST-LOT-LINES THRU P44900-EXIT           07465000
           ELSE                                                         07470000
               MOVE ORDER-ITEM-QUANTITY TO WS-PICK-QUANTITY             07475000
               MOVE SPACES TO WS-PICK-LOT                               07480000
               MOVE ZEROES TO WS-PICK-EXPIRE                            07485000
               PERFORM P40500-INSERT-PICK-LINE THRU P40500-EXIT         07490000
           END-IF.                                                      07495000
                                                                        07500000
           ADD +1 TO WS-LINES-LISTED.                                   07510000
                                                                        07540000
           MOVE 'Y' TO WS-ORDER-PICKED-SW.                              07550000
                                                                        07620000
       P40000-EXIT.                                                     07630000
           EXIT.                                                        07640000
                                                                        07660000
      ***************************************************************** 07670000
      *    FIND THE SORTED POSITION AND SHIFT THE TAIL DOWN           * 07680000
      ***************************************************************** 07690000
                                                                        07691000
       P40500-INSERT-PICK-LINE.                                         07692000
                                                                        07700000
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                07710000
           MOVE +1 TO WS-INS-NDX.                                       07720000
               UNTIL WS-NDX2 < WS-INS-NDX.                              07810000
                                                                        07820000
           MOVE WS-PICK-WHSE TO WS-PK-WHSE (WS-INS-NDX).                07830000
           MOVE WS-PICK-WALK TO WS-PK-WALK (WS-INS-NDX).                07831000
           MOVE WS-PICK-BIN TO WS-PK-BIN (WS-INS-NDX).                  07832000
           MOVE ORDER-ITEM-ITEM-NUMBER TO WS-PK-ITEM (WS-INS-NDX).      07840000
           MOVE ORDER-PREFIX TO WS-PK-ORDER-PREFIX (WS-INS-NDX).        07850000
           MOVE ORDER-NUMBER TO WS-PK-ORDER-NUMBER (WS-INS-NDX).        07860000
           MOVE WS-PICK-QUANTITY TO WS-PK-QUANTITY (WS-INS-NDX).        07870000
           MOVE WS-SHIP-TO-NAME TO WS-PK-SHIP-TO (WS-INS-NDX).          07880000
           MOVE ITEM-HAZMAT-CLASS TO WS-PK-HAZMAT (WS-INS-NDX).         07890000
           MOVE WS-PICK-LOT TO WS-PK-LOT (WS-INS-NDX).                  07891000
           MOVE WS-PICK-EXPIRE TO WS-PK-EXPIRE (WS-INS-NDX).            07892000
                                                                        07900000
           ADD +1 TO WS-PICK-COUNT.                                     07910000
                                                                        07930000
       P40500-EXIT.                                                     07940000
           EXIT.                                                        07970000
                                                                        07980000
       P41000-FIND-SLOT.                                                07990000
                                                                        08000000
           IF WS-PICK-WHSE < WS-PK-WHSE (WS-INS-NDX)                    08010000
              OR (WS-PICK-WHSE = WS-PK-WHSE (WS-INS-NDX)                08020000
                 AND WS-PICK-WALK < WS-PK-WALK (WS-INS-NDX))            08021000
              OR (WS-PICK-WHSE = WS-PK-WHSE (WS-INS-NDX)                08022000
                 AND WS-PICK-WALK = WS-PK-WALK (WS-INS-NDX)             08023000
                 AND ORDER-ITEM-ITEM-NUMBER                             08030000
                     < WS-PK-ITEM (WS-INS-NDX))                         08040000
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             08050000
      *                OTHERWISE THE GENERAL PICKING AREA             * 08300000
      *                                                               * 08310000
      *    CALLED BY:  P40000-ADD-PICK-LINE                           * 08320000
      *                P46000-STAGE-COMPLETE-LINE                     * 08325000
      *                                                               * 08330000
      ***************************************************************** 08340000
                                                                        08350000
                 AND   W.ITEM_NUMBER      = :ISW-ITEM-NUMBER            08540000
                 AND   W.SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX        08550000
                 AND   W.SUPPLIER_ID      = :ISW-SUPPLIER-ID            08560000
                 AND   W.QUANTITY_ON_HAND - W.QUANTITY_RESERVED         08565000
                           >= :ISW-QUANTITY-ON-HAND                     08570000
                 AND   H.PREFIX           = :ISW-ITEM-PREFIX            08580000
                 AND   H.WAREHOUSE_ID     = W.WAREHOUSE_ID              08590000
                 AND   H.STATE            = :WHSE-STATE                 08600000
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              08750000
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          08760000
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              08770000
                 AND   QUANTITY_ON_HAND - QUANTITY_RESERVED             08775000
                           >= :ISW-QUANTITY-ON-HAND                     08780000
           END-EXEC.                                                    08790000
                                                                        08800000
           EVALUATE TRUE                                                08810000
           END-IF.                                                      09040000
                                                                        09050000
       P42000-EXIT.                                                     09060000
           EXIT.                                                        09060050
           EJECT                                                        09060100
      ***************************************************************** 09060150
      *                                                               * 09060200
      *    PARAGRAPH:  P42500-CHECK-ITEM-STOCK                        * 09060250
      *                                                               * 09060300
      *    FUNCTION :  HOLD THE LINE TO THE RUNNING BALANCE OF ITS    * 09060350
      *                ITEM / SUPPLIER.  STOCK ALREADY LISTED OR      * 09060400
      *                RESERVED FOR A HIGHER PRIORITY LINE THIS RUN   * 09060450
      *                IS NOT AVAILABLE, SO A LINE THE BALANCE CANNOT * 09060500
      *                COVER IS SHORT EVEN IF A WAREHOUSE STILL SHOWS * 09060550
      *                THE QUANTITY ON HAND                           * 09060600
      *                                                               * 09060650
      *    CALLED BY:  P40000-ADD-PICK-LINE                           * 09060700
      *                P46000-STAGE-COMPLETE-LINE                     * 09060750
      *                                                               * 09060800
      ***************************************************************** 09060850
                                                                        09060900
       P42500-CHECK-ITEM-STOCK.                                         09060950
                                                                        09061000
           PERFORM P42600-FIND-ITEM-STOCK THRU P42600-EXIT.             09061050
                                                                        09061100
           IF WS-ITM-NDX = ZEROES                                       09061150
               GO TO P42500-EXIT                                        09061200
           END-IF.                                                      09061250
                                                                        09061300
           IF WS-PICK-WHSE NOT = '*SHORT* '                             09061350
              AND WS-IS-AVAILABLE (WS-ITM-NDX) < ORDER-ITEM-QUANTITY    09061400
               MOVE '*SHORT* ' TO WS-PICK-WHSE                          09061450
               ADD +1 TO WS-LINES-TIER-SHORT                            09061500
           END-IF.                                                      09061550
                                                                        09061600
       P42500-EXIT.                                                     09061650
           EXIT.                                                        09061700
                                                                        09061750
      ***************************************************************** 09061800
      *    FIND THE ITEM / SUPPLIER IN THE RUNNING BALANCE TABLE,     * 09061850
      *    ADDING IT THE FIRST TIME IT IS SEEN.  WS-ITM-NDX IS LEFT   * 09061900
      *    ZERO WHEN THE TABLE IS FULL                                * 09061950
      ***************************************************************** 09062000
                                                                        09062050
       P42600-FIND-ITEM-STOCK.                                          09062100
                                                                        09062150
           MOVE ZEROES TO WS-ITM-NDX.                                   09062200
                                                                        09062250
           PERFORM P42650-MATCH-ITEM THRU P42650-EXIT                   09062300
               VARYING WS-ITM-SRCH FROM 1 BY 1                          09062350
                   UNTIL WS-ITM-SRCH > WS-ITEM-COUNT                    09062400
                      OR WS-ITM-NDX > ZEROES.                           09062450
                                                                        09062500
           IF WS-ITM-NDX > ZEROES                                       09062550
               GO TO P42600-EXIT                                        09062600
           END-IF.                                                      09062650
                                                                        09062700
           IF WS-ITEM-COUNT NOT < WS-ITEM-MAX                           09062750
               GO TO P42600-EXIT                                        09062800
           END-IF.                                                      09062850
                                                                        09062900
           PERFORM P42700-LOAD-ITEM-STOCK THRU P42700-EXIT.             09062950
                                                                        09063000
           ADD +1 TO WS-ITEM-COUNT.                                     09063050
           MOVE WS-ITEM-COUNT TO WS-ITM-NDX.                            09063100
           MOVE ORDER-ITEM-ITEM-PREFIX                                  09063150
               TO WS-IS-ITEM-PREFIX (WS-ITM-NDX).                       09063200
           MOVE ORDER-ITEM-ITEM-NUMBER                                  09063250
               TO WS-IS-ITEM-NUMBER (WS-ITM-NDX).                       09063300
           MOVE ORDER-ITEM-SUPPLIER-PREFIX                              09063350
               TO WS-IS-SUPP-PREFIX (WS-ITM-NDX).                       09063400
           MOVE ORDER-ITEM-SUPPLIER-ID TO WS-IS-SUPP-ID (WS-ITM-NDX).   09063450
           MOVE ISW-QUANTITY-ON-HAND TO WS-IS-ON-HAND (WS-ITM-NDX)      09063500
                                        WS-IS-AVAILABLE (WS-ITM-NDX).   09063550
           MOVE 'N' TO WS-IS-SHORT-SW (WS-ITM-NDX).                     09063600
                                                                        09063650
       P42600-EXIT.                                                     09063700
           EXIT.                                                        09063750
                                                                        09063800
       P42650-MATCH-ITEM.                                               09063850
                                                                        09063900
           IF WS-IS-ITEM-PREFIX (WS-ITM-SRCH) = ORDER-ITEM-ITEM-PREFIX  09063950
              AND WS-IS-ITEM-NUMBER (WS-ITM-SRCH) =                     09064000
                  ORDER-ITEM-ITEM-NUMBER                                09064050
              AND WS-IS-SUPP-PREFIX (WS-ITM-SRCH) =                     09064100
                  ORDER-ITEM-SUPPLIER-PREFIX                            09064150
              AND WS-IS-SUPP-ID (WS-ITM-SRCH) = ORDER-ITEM-SUPPLIER-ID  09064200
               MOVE WS-ITM-SRCH TO WS-ITM-NDX                           09064250
           END-IF.                                                      09064300
                                                                        09064350
       P42650-EXIT.                                                     09064400
           EXIT.                                                        09064450
                                                                        09064500
      ***************************************************************** 09064550
      *    THE ITEM / SUPPLIER QUANTITY ON HAND OVER ALL WAREHOUSES   * 09064600
      ***************************************************************** 09064650
                                                                        09064700
       P42700-LOAD-ITEM-STOCK.                                          09064750
                                                                        09064800
           MOVE ORDER-ITEM-ITEM-PREFIX TO ISW-ITEM-PREFIX.              09064850
           MOVE ORDER-ITEM-ITEM-NUMBER TO ISW-ITEM-NUMBER.              09064900
           MOVE ORDER-ITEM-SUPPLIER-PREFIX TO ISW-SUPPLIER-PREFIX.      09064950
           MOVE ORDER-ITEM-SUPPLIER-ID TO ISW-SUPPLIER-ID.              09065000
                                                                        09065050
           EXEC SQL                                                     09065100
               SELECT  COALESCE(SUM(QUANTITY_ON_HAND -                  09065110
                                    QUANTITY_RESERVED), 0)              09065120
               INTO    :ISW-QUANTITY-ON-HAND                            09065200
               FROM    ITEM_SUPPLIER_WHSE                               09065250
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX              09065300
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              09065350
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          09065400
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              09065450
           END-EXEC.                                                    09065500
                                                                        09065550
           EVALUATE TRUE                                                09065600
               WHEN SQLCODE = +0                                        09065650
                   CONTINUE                                             09065700
               WHEN SQLCODE = +100                                      09065750
                   MOVE ZEROES TO ISW-QUANTITY-ON-HAND                  09065800
               WHEN OTHER                                               09065850
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09065900
                   MOVE 'PDAB55' TO WPDE-PROGRAM-ID                     09065950
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09066000
                   MOVE 'SUM ITEM_SUPPLIER_WHSE' TO WPDE-FUNCTION       09066050
                   MOVE 'P42700' TO WPDE-PARAGRAPH                      09066100
                   PERFORM P99999-ABEND THRU P99999-EXIT                09066150
           END-EVALUATE.                                                09066200
                                                                        09066250
       P42700-EXIT.                                                     09066300
           EXIT.                                                        09066350
           EJECT                                                        09066400
      ***************************************************************** 09066450
      *                                                               * 09066500
      *    PARAGRAPH:  P42800-RECORD-ALLOCATION                       * 09066550
      *                                                               * 09066600
      *    FUNCTION :  TAKE THE LINE QUANTITY OFF THE RUNNING BALANCE * 09066650
      *                -- A LISTED LINE CONSUMES IT, A SHORT LINE     * 09066700
      *                RESERVES IT -- AND LOG THE LINE FOR THE        * 09066750
      *                SHORTAGE ALLOCATION REPORT                     * 09066800
      *                                                               * 09066850
      *    CALLED BY:  P40000-ADD-PICK-LINE                           * 09066900
      *                P46000-STAGE-COMPLETE-LINE                     * 09066950
      *                                                               * 09067000
      ***************************************************************** 09067050
                                                                        09067100
       P42800-RECORD-ALLOCATION.                                        09067150
                                                                        09067200
           IF WS-ITM-NDX = ZEROES                                       09067250
               GO TO P42800-EXIT                                        09067300
           END-IF.                                                      09067350
                                                                        09067400
           SUBTRACT ORDER-ITEM-QUANTITY                                 09067450
               FROM WS-IS-AVAILABLE (WS-ITM-NDX).                       09067500
                                                                        09067550
           IF WS-PICK-WHSE = '*SHORT* '                                 09067600
              AND NOT WS-IS-CONSTRAINED (WS-ITM-NDX)                    09067650
               MOVE 'Y' TO WS-IS-SHORT-SW (WS-ITM-NDX)                  09067700
               ADD +1 TO WS-ITEMS-SHORT                                 09067750
           END-IF.                                                      09067800
                                                                        09067850
           IF WS-LOG-COUNT NOT < WS-LOG-MAX                             09067900
               ADD +1 TO WS-LOG-DROPPED                                 09067950
               GO TO P42800-EXIT                                        09068000
           END-IF.                                                      09068050
                                                                        09068100
           ADD +1 TO WS-LOG-COUNT.                                      09068150
           MOVE WS-ITM-NDX TO WS-LG-ITM-NDX (WS-LOG-COUNT).             09068200
           MOVE WS-CUSTOMER-TIER TO WS-LG-TIER (WS-LOG-COUNT).          09068250
           MOVE ORDER-PREFIX TO WS-LG-ORDER-PREFIX (WS-LOG-COUNT).      09068300
           MOVE ORDER-NUMBER TO WS-LG-ORDER-NUMBER (WS-LOG-COUNT).      09068350
           MOVE ORDER-CUSTOMER-ID TO WS-LG-CUSTOMER (WS-LOG-COUNT).     09068400
           MOVE ORDER-ITEM-QUANTITY TO WS-LG-QUANTITY (WS-LOG-COUNT).   09068450
           MOVE WS-PICK-WHSE TO WS-LG-WHSE (WS-LOG-COUNT).              09068500
                                                                        09068550
       P42800-EXIT.                                                     09068600
           EXIT.                                                        09070000
           EJECT                                                        09080000
      ***************************************************************** 09090000
      *                                                               * 09100000
      *    PARAGRAPH:  P43000-RESOLVE-BIN                             * 09100050
      *                                                               * 09100100
      *    FUNCTION :  CHOOSE THE BIN IN THE PICKING WAREHOUSE THE    * 09100150
      *                LINE IS PICKED FROM -- THE FIRST BIN ON THE    * 09100200
      *                WALK PATH HOLDING ENOUGH OF THE ITEM, ELSE     * 09100250
      *                THE FIRST HOLDING ANY OF IT.  A LINE WITH NO   * 09100300
      *                BINNED STOCK GETS THE HIGHEST WALK SEQUENCE SO * 09100350
      *                IT PRINTS AFTER THE BINNED LINES               * 09100400
      *                                                               * 09100450
      *    CALLED BY:  P40000-ADD-PICK-LINE                           * 09100500
      *                                                               * 09100550
      ***************************************************************** 09100600
                                                                        09100650
       P43000-RESOLVE-BIN.                                              09100700
                                                                        09100750
           MOVE 999999999 TO WS-PICK-WALK.                              09100800
           MOVE SPACES TO WS-PICK-BIN.                                  09100850
                                                                        09100900
           IF WS-PICK-WHSE = '*SHORT* '                                 09100950
               GO TO P43000-EXIT                                        09101000
           END-IF.                                                      09101050
                                                                        09101100
           MOVE ORDER-ITEM-ITEM-PREFIX TO ISB-ITEM-PREFIX.              09101150
           MOVE ORDER-ITEM-ITEM-NUMBER TO ISB-ITEM-NUMBER.              09101200
           MOVE ORDER-ITEM-SUPPLIER-PREFIX TO ISB-SUPPLIER-PREFIX.      09101250
           MOVE ORDER-ITEM-SUPPLIER-ID TO ISB-SUPPLIER-ID.              09101300
           MOVE WS-PICK-WHSE TO ISB-WAREHOUSE-ID.                       09101350
           MOVE ORDER-ITEM-QUANTITY TO ISB-QUANTITY-ON-HAND.            09101400
                                                                        09101450
           MOVE +0 TO BINL-WALK-SEQUENCE.                               09101500
           MOVE +0 TO WS-NULL-IND.                                      09101550
                                                                        09101600
           EXEC SQL                                                     09101650
               SELECT  MIN(L.WALK_SEQUENCE)                             09101700
               INTO    :BINL-WALK-SEQUENCE :WS-NULL-IND                 09101750
               FROM    ITEM_SUPPLIER_BIN B,                             09101800
                       BIN_LOCATION L                                   09101850
               WHERE   B.ITEM_PREFIX      = :ISB-ITEM-PREFIX            09101900
                 AND   B.ITEM_NUMBER      = :ISB-ITEM-NUMBER            09101950
                 AND   B.SUPPLIER_PREFIX  = :ISB-SUPPLIER-PREFIX        09102000
                 AND   B.SUPPLIER_ID      = :ISB-SUPPLIER-ID            09102050
                 AND   B.WAREHOUSE_ID     = :ISB-WAREHOUSE-ID           09102100
                 AND   B.QUANTITY_ON_HAND >= :ISB-QUANTITY-ON-HAND      09102150
                 AND   L.PREFIX           = B.ITEM_PREFIX               09102200
                 AND   L.WAREHOUSE_ID     = B.WAREHOUSE_ID              09102250
                 AND   L.BIN_ID           = B.BIN_ID                    09102300
           END-EXEC.                                                    09102350
                                                                        09102400
           IF SQLCODE NOT = +0                                          09102450
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          09102500
               MOVE 'PDAB55' TO WPDE-PROGRAM-ID                         09102550
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         09102600
               MOVE 'SELECT ITEM_SUPPLIER_BIN' TO WPDE-FUNCTION         09102650
               MOVE 'P43000' TO WPDE-PARAGRAPH                          09102700
               PERFORM P99999-ABEND THRU P99999-EXIT                    09102750
           END-IF.                                                      09102800
                                                                        09102850
      ***************************************************************** 09102900
      *    NO SINGLE BIN COVERS THE LINE -- START AT THE FIRST BIN    * 09102950
      *    HOLDING ANY OF THE ITEM                                    * 09103000
      ***************************************************************** 09103050
                                                                        09103100
           IF WS-NULL-IND < ZEROES                                      09103150
               MOVE +0 TO BINL-WALK-SEQUENCE                            09103200
               MOVE +0 TO WS-NULL-IND                                   09103250
               EXEC SQL                                                 09103300
                   SELECT  MIN(L.WALK_SEQUENCE)                         09103350
                   INTO    :BINL-WALK-SEQUENCE :WS-NULL-IND             09103400
                   FROM    ITEM_SUPPLIER_BIN B,                         09103450
                           BIN_LOCATION L                               09103500
                   WHERE   B.ITEM_PREFIX      = :ISB-ITEM-PREFIX        09103550
                     AND   B.ITEM_NUMBER      = :ISB-ITEM-NUMBER        09103600
                     AND   B.SUPPLIER_PREFIX  = :ISB-SUPPLIER-PREFIX    09103650
                     AND   B.SUPPLIER_ID      = :ISB-SUPPLIER-ID        09103700
                     AND   B.WAREHOUSE_ID     = :ISB-WAREHOUSE-ID       09103750
                     AND   B.QUANTITY_ON_HAND > 0                       09103800
                     AND   L.PREFIX           = B.ITEM_PREFIX           09103850
                     AND   L.WAREHOUSE_ID     = B.WAREHOUSE_ID          09103900
                     AND   L.BIN_ID           = B.BIN_ID                09103950
               END-EXEC                                                 09104000
               IF SQLCODE NOT = +0                                      09104050
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09104100
                   MOVE 'PDAB55' TO WPDE-PROGRAM-ID                     09104150
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09104200
                   MOVE 'SELECT ITEM_SUPPLIER_BIN' TO WPDE-FUNCTION     09104250
                   MOVE 'P43000' TO WPDE-PARAGRAPH                      09104300
                   PERFORM P99999-ABEND THRU P99999-EXIT                09104350
               END-IF                                                   09104400
           END-IF.                                                      09104450
                                                                        09104500
           IF WS-NULL-IND < ZEROES                                      09104550
               GO TO P43000-EXIT                                        09104600
           END-IF.                                                      09104650
                                                                        09104700
           MOVE ISB-ITEM-PREFIX TO BINL-PREFIX.                         09104750
           MOVE ISB-WAREHOUSE-ID TO BINL-WAREHOUSE-ID.                  09104800
                                                                        09104850
           EXEC SQL                                                     09104900
               SELECT  BIN_ID                                           09104950
               INTO    :BINL-BIN-ID                                     09105000
               FROM    BIN_LOCATION                                     09105050
               WHERE   PREFIX        = :BINL-PREFIX                     09105100
                 AND   WAREHOUSE_ID  = :BINL-WAREHOUSE-ID               09105150
                 AND   WALK_SEQUENCE = :BINL-WALK-SEQUENCE              09105200
           END-EXEC.                                                    09105250
                                                                        09105300
           EVALUATE TRUE                                                09105350
               WHEN SQLCODE = +0                                        09105400
                   MOVE BINL-WALK-SEQUENCE TO WS-PICK-WALK              09105450
                   MOVE BINL-BIN-ID TO WS-PICK-BIN                      09105500
               WHEN SQLCODE = +100                                      09105550
                   CONTINUE                                             09105600
               WHEN OTHER                                               09105650
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09105700
                   MOVE 'PDAB55' TO WPDE-PROGRAM-ID                     09105750
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09105800
                   MOVE 'SELECT BIN_LOCATION' TO WPDE-FUNCTION          09105850
                   MOVE 'P43000' TO WPDE-PARAGRAPH                      09105900
                   PERFORM P99999-ABEND THRU P99999-EXIT                09105950
           END-EVALUATE.                                                09106000
                                                                        09106050
       P43000-EXIT.                                                     09106100
           EXIT.                                                        09106150
           EJECT                                                        09106200
      ***************************************************************** 09106250
      *                                                               * 09106300
      *    PARAGRAPH:  P44000-READ-ITEM-FLAGS                         * 09106310
      *                                                               * 09106320
      *    FUNCTION :  READ THE ITEM'S HAZMAT CLASS, WHICH RIDES ON   * 09106330
      *                THE PICK LINE SO THE FLOOR SEES WHAT IT IS     * 09106340
      *                HANDLING, AND ITS SHELF-LIFE FLAG              * 09106350
      *                                                               * 09106360
      *    CALLED BY:  P40000-ADD-PICK-LINE                           * 09106370
      *                P46000-STAGE-COMPLETE-LINE                     * 09106380
      *                                                               * 09106390
      ***************************************************************** 09106400
                                                                        09106410
       P44000-READ-ITEM-FLAGS.                                          09106420
                                                                        09106430
           MOVE 'N' TO WS-SHELF-LIFE-SW.                                09106440
           MOVE SPACES TO ITEM-HAZMAT-CLASS.                            09106450
           MOVE ORDER-ITEM-ITEM-PREFIX TO ITEM-PREFIX.                  09106460
           MOVE ORDER-ITEM-ITEM-NUMBER TO ITEM-NUMBER.                  09106470
                                                                        09106480
           EXEC SQL                                                     09106490
               SELECT  HAZMAT_CLASS,                                    09106500
                       SHELF_LIFE_SW                                    09106510
               INTO    :ITEM-HAZMAT-CLASS,                              09106520
                       :ITEM-SHELF-LIFE-SW                              09106530
               FROM    ITEM                                             09106540
               WHERE   PREFIX = :ITEM-PREFIX                            09106550
                 AND   NUMBER = :ITEM-NUMBER                            09106560
           END-EXEC.                                                    09106570
                                                                        09106580
           IF SQLCODE NOT = +0                                          09106590
               MOVE SPACES TO ITEM-HAZMAT-CLASS                         09106600
               GO TO P44000-EXIT                                        09106610
           END-IF.                                                      09106620
                                                                        09106630
           IF ITEM-SHELF-LIFE-SW = 'Y'                                  09106640
               MOVE 'Y' TO WS-SHELF-LIFE-SW                             09106650
           END-IF.                                                      09106660
                                                                        09106670
       P44000-EXIT.                                                     09106680
           EXIT.                                                        09106690
           EJECT                                                        09106700
      ***************************************************************** 09106710
      *                                                               * 09106720
      *    PARAGRAPH:  P44500-ALLOCATE-LOTS                           * 09106730
      *                                                               * 09106740
      *    FUNCTION :  GATHER THE LOTS OF THE ITEM / SUPPLIER IN THE  * 09106750
      *                PICKING WAREHOUSE THAT EXPIRE ON OR AFTER THE  * 09106760
      *                CUSTOMER'S CUTOFF DATE AND STILL HAVE STOCK    * 09106770
      *                NOT ALLOCATED THIS RUN, THEN TAKE FROM THEM    * 09106780
      *                EARLIEST EXPIRY FIRST UNTIL THE LINE QUANTITY  * 09106790
      *                IS COVERED.  NOTHING IS COMMITTED HERE         * 09106800
      *                                                               * 09106810
      *    CALLED BY:  P40000-ADD-PICK-LINE                           * 09106820
      *                P46000-STAGE-COMPLETE-LINE                     * 09106830
      *                                                               * 09106840
      ***************************************************************** 09106850
                                                                        09106860
       P44500-ALLOCATE-LOTS.                                            09106870
                                                                        09106880
           MOVE 'N' TO WS-LOTS-COVER-SW.                                09106890
           MOVE +0 TO WS-CAND-COUNT.                                    09106900
           MOVE ORDER-ITEM-QUANTITY TO WS-LOT-NEEDED.                   09106910
                                                                        09106920
           MOVE ORDER-ITEM-ITEM-PREFIX TO LOT-BAL-PREFIX.               09106930
           MOVE ORDER-ITEM-ITEM-NUMBER TO LOT-BAL-ITEM-NUMBER.          09106940
           MOVE ORDER-ITEM-SUPPLIER-ID TO LOT-BAL-SUPPLIER-ID.          09106950
           MOVE WS-PICK-WHSE TO LOT-BAL-WHSE.                           09106960
           MOVE LOW-VALUES TO LOT-BAL-LOT-NUMBER.                       09106970
                                                                        09106980
           START VSAM-LOT-BALANCE                                       09106990
               KEY NOT LESS THAN LOT-BALANCE-KEY.                       09107000
                                                                        09107010
           MOVE 'N' TO WS-END-OF-LOTS-SW.                               09107020
                                                                        09107030
           IF LOTBALF-NOTFOUND OR LOTBALF-EMPTY                         09107040
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            09107050
           ELSE                                                         09107060
               IF NOT LOTBALF-OK                                        09107070
                   MOVE 'START LOT BALANCE FAILED' TO WPBE-MESSAGE      09107080
                   MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS            09107090
                   MOVE 'P44500' TO WPBE-PARAGRAPH                      09107100
                   PERFORM P99999-ABEND THRU P99999-EXIT                09107110
               END-IF                                                   09107120
           END-IF.                                                      09107130
                                                                        09107140
           PERFORM P44600-READ-LOT THRU P44600-EXIT                     09107150
               UNTIL END-OF-LOTS.                                       09107160
                                                                        09107170
           MOVE +1 TO WS-BEST-NDX.                                      09107180
                                                                        09107190
           PERFORM P44700-TAKE-EARLIEST THRU P44700-EXIT                09107200
               UNTIL WS-LOT-NEEDED = ZEROES                             09107210
                  OR WS-BEST-NDX = ZEROES.                              09107220
                                                                        09107230
           IF WS-LOT-NEEDED = ZEROES                                    09107240
               MOVE 'Y' TO WS-LOTS-COVER-SW                             09107250
           END-IF.                                                      09107260
                                                                        09107270
       P44500-EXIT.                                                     09107280
           EXIT.                                                        09107290
                                                                        09107300
       P44600-READ-LOT.                                                 09107310
                                                                        09107320
           READ VSAM-LOT-BALANCE NEXT RECORD.                           09107330
                                                                        09107340
           IF LOTBALF-END                                               09107350
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            09107360
               GO TO P44600-EXIT                                        09107370
           END-IF.                                                      09107380
                                                                        09107390
           IF NOT LOTBALF-OK                                            09107400
               MOVE 'READ LOT BALANCE FAILED' TO WPBE-MESSAGE           09107410
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                09107420
               MOVE 'P44600' TO WPBE-PARAGRAPH                          09107430
               PERFORM P99999-ABEND THRU P99999-EXIT                    09107440
           END-IF.                                                      09107450
                                                                        09107460
           IF LOT-BAL-PREFIX NOT = ORDER-ITEM-ITEM-PREFIX               09107470
              OR LOT-BAL-ITEM-NUMBER NOT = ORDER-ITEM-ITEM-NUMBER       09107480
              OR LOT-BAL-SUPPLIER-ID NOT = ORDER-ITEM-SUPPLIER-ID       09107490
              OR LOT-BAL-WHSE NOT = WS-PICK-WHSE                        09107500
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            09107510
               GO TO P44600-EXIT                                        09107520
           END-IF.                                                      09107530
                                                                        09107540
      ***************************************************************** 09107550
      *    AN EXPIRED LOT, OR ONE EXPIRING BEFORE THE CUSTOMER'S      * 09107560
      *    MINIMUM SHELF LIFE, IS PASSED OVER                         * 09107570
      ***************************************************************** 09107580
                                                                        09107590
           IF LOT-BAL-EXPIRE-DATE NUMERIC                               09107600
              AND LOT-BAL-EXPIRE-DATE > ZEROES                          09107610
               MOVE LOT-BAL-EXPIRE-DATE TO WS-LOT-EXPIRE                09107620
           ELSE                                                         09107630
               MOVE 99999999 TO WS-LOT-EXPIRE                           09107640
           END-IF.                                                      09107650
                                                                        09107660
           IF WS-LOT-EXPIRE < WS-LOT-CUTOFF-DATE                        09107670
               GO TO P44600-EXIT                                        09107680
           END-IF.                                                      09107690
                                                                        09107700
           PERFORM P44650-FIND-ALLOCATION THRU P44650-EXIT.             09107710
                                                                        09107720
           MOVE LOT-BAL-QTY-ON-HAND TO WS-LOT-AVAIL.                    09107730
                                                                        09107740
           IF ALLOC-FOUND                                               09107750
               SUBTRACT WS-AL-QUANTITY (WS-ALC-NDX) FROM WS-LOT-AVAIL   09107760
           END-IF.                                                      09107770
                                                                        09107780
           IF WS-LOT-AVAIL NOT > ZEROES                                 09107790
              OR WS-CAND-COUNT NOT < WS-CAND-MAX                        09107800
               GO TO P44600-EXIT                                        09107810
           END-IF.                                                      09107820
                                                                        09107830
           ADD +1 TO WS-CAND-COUNT.                                     09107840
           MOVE LOT-BALANCE-KEY TO WS-CD-LOT-KEY (WS-CAND-COUNT).       09107850
           MOVE WS-LOT-EXPIRE TO WS-CD-EXPIRE (WS-CAND-COUNT).          09107860
           MOVE WS-LOT-AVAIL TO WS-CD-AVAIL (WS-CAND-COUNT).            09107870
           MOVE +0 TO WS-CD-TAKE (WS-CAND-COUNT).                       09107880
                                                                        09107890
       P44600-EXIT.                                                     09107900
           EXIT.                                                        09107910
                                                                        09107920
       P44650-FIND-ALLOCATION.                                          09107930
                                                                        09107940
           MOVE 'N' TO WS-ALLOC-FOUND-SW.                               09107950
           MOVE +1 TO WS-ALC-NDX.                                       09107960
                                                                        09107970
           PERFORM P44660-MATCH-ALLOCATION THRU P44660-EXIT             09107980
               UNTIL ALLOC-FOUND                                        09107990
                  OR WS-ALC-NDX > WS-ALC-COUNT.                         09108000
                                                                        09108010
       P44650-EXIT.                                                     09108020
           EXIT.                                                        09108030
                                                                        09108040
       P44660-MATCH-ALLOCATION.                                         09108050
                                                                        09108060
           IF WS-AL-LOT-KEY (WS-ALC-NDX) = LOT-BALANCE-KEY              09108070
               MOVE 'Y' TO WS-ALLOC-FOUND-SW                            09108080
           ELSE                                                         09108090
               ADD +1 TO WS-ALC-NDX                                     09108100
           END-IF.                                                      09108110
                                                                        09108120
       P44660-EXIT.                                                     09108130
           EXIT.                                                        09108140
                                                                        09108150
      ***************************************************************** 09108160
      *    TAKE FROM THE EARLIEST-EXPIRING CANDIDATE NOT YET DRAWN ON * 09108170
      ***************************************************************** 09108180
                                                                        09108190
       P44700-TAKE-EARLIEST.                                            09108200
                                                                        09108210
           MOVE +0 TO WS-BEST-NDX.                                      09108220
           MOVE 99999999 TO WS-LOT-EXPIRE.                              09108230
                                                                        09108240
           PERFORM P44750-SCAN-CANDIDATE THRU P44750-EXIT               09108250
               VARYING WS-CAND-NDX FROM 1 BY 1                          09108260
                   UNTIL WS-CAND-NDX > WS-CAND-COUNT.                   09108270
                                                                        09108280
           IF WS-BEST-NDX = ZEROES                                      09108290
               GO TO P44700-EXIT                                        09108300
           END-IF.                                                      09108310
                                                                        09108320
           IF WS-CD-AVAIL (WS-BEST-NDX) < WS-LOT-NEEDED                 09108330
               MOVE WS-CD-AVAIL (WS-BEST-NDX)                           09108340
                   TO WS-CD-TAKE (WS-BEST-NDX)                          09108350
           ELSE                                                         09108360
               MOVE WS-LOT-NEEDED TO WS-CD-TAKE (WS-BEST-NDX)           09108370
           END-IF.                                                      09108380
                                                                        09108390
           SUBTRACT WS-CD-TAKE (WS-BEST-NDX) FROM WS-LOT-NEEDED.        09108400
                                                                        09108410
       P44700-EXIT.                                                     09108420
           EXIT.                                                        09108430
                                                                        09108440
       P44750-SCAN-CANDIDATE.                                           09108450
                                                                        09108460
           IF WS-CD-TAKE (WS-CAND-NDX) = ZEROES                         09108470
              AND (WS-BEST-NDX = ZEROES                                 09108480
                OR WS-CD-EXPIRE (WS-CAND-NDX) < WS-LOT-EXPIRE)          09108490
               MOVE WS-CAND-NDX TO WS-BEST-NDX                          09108500
               MOVE WS-CD-EXPIRE (WS-CAND-NDX) TO WS-LOT-EXPIRE         09108510
           END-IF.                                                      09108520
                                                                        09108530
       P44750-EXIT.                                                     09108540
           EXIT.                                                        09108550
           EJECT                                                        09108560
      ***************************************************************** 09108570
      *                                                               * 09108580
      *    PARAGRAPH:  P44900-LIST-LOT-LINES                          * 09108590
      *                                                               * 09108600
      *    FUNCTION :  COMMIT THE LOTS TAKEN FOR THE LINE TO THE RUN  * 09108610
      *                ALLOCATIONS AND LIST ONE PICK LINE PER LOT     * 09108620
      *                                                               * 09108630
      *    CALLED BY:  P40000-ADD-PICK-LINE                           * 09108640
      *                                                               * 09108650
      ***************************************************************** 09108660
                                                                        09108670
       P44900-LIST-LOT-LINES.                                           09108680
                                                                        09108690
           PERFORM P44950-LIST-LOT-LINE THRU P44950-EXIT                09108700
               VARYING WS-CAND-NDX FROM 1 BY 1                          09108710
                   UNTIL WS-CAND-NDX > WS-CAND-COUNT.                   09108720
                                                                        09108730
       P44900-EXIT.                                                     09108740
           EXIT.                                                        09108750
                                                                        09108760
       P44950-LIST-LOT-LINE.                                            09108770
                                                                        09108780
           IF WS-CD-TAKE (WS-CAND-NDX) = ZEROES                         09108790
               GO TO P44950-EXIT                                        09108800
           END-IF.                                                      09108810
                                                                        09108820
           MOVE WS-CD-LOT-KEY (WS-CAND-NDX) TO LOT-BALANCE-KEY.         09108830
                                                                        09108840
           PERFORM P44650-FIND-ALLOCATION THRU P44650-EXIT.             09108850
                                                                        09108860
           IF ALLOC-FOUND                                               09108870
               ADD WS-CD-TAKE (WS-CAND-NDX)                             09108880
                   TO WS-AL-QUANTITY (WS-ALC-NDX)                       09108890
           ELSE                                                         09108900
               IF WS-ALC-COUNT < WS-ALC-MAX                             09108910
                   ADD +1 TO WS-ALC-COUNT                               09108920
                   MOVE LOT-BALANCE-KEY TO WS-AL-LOT-KEY (WS-ALC-COUNT) 09108930
                   MOVE WS-CD-TAKE (WS-CAND-NDX)                        09108940
                       TO WS-AL-QUANTITY (WS-ALC-COUNT)                 09108950
               END-IF                                                   09108960
           END-IF.                                                      09108970
                                                                        09108980
           IF WS-PICK-COUNT NOT < WS-PICK-MAX                           09108990
               GO TO P44950-EXIT                                        09109000
           END-IF.                                                      09109010
                                                                        09109020
           MOVE WS-CD-TAKE (WS-CAND-NDX) TO WS-PICK-QUANTITY.           09109030
           MOVE LOT-BAL-LOT-NUMBER TO WS-PICK-LOT.                      09109040
                                                                        09109050
           IF WS-CD-EXPIRE (WS-CAND-NDX) = 99999999                     09109060
               MOVE ZEROES TO WS-PICK-EXPIRE                            09109070
           ELSE                                                         09109080
               MOVE WS-CD-EXPIRE (WS-CAND-NDX) TO WS-PICK-EXPIRE        09109090
           END-IF.                                                      09109100
                                                                        09109110
           PERFORM P40500-INSERT-PICK-LINE THRU P40500-EXIT.            09109120
                                                                        09109130
       P44950-EXIT.                                                     09109140
           EXIT.                                                        09109150
           EJECT                                                        09109160
      ***************************************************************** 09109170
      *                                                               * 09109180
      *    PARAGRAPH:  P45000-READ-SHIP-TO                            * 09110000
      *                                                               * 09120000
      *    FUNCTION :  READ THE CUSTOMER RECORD FOR THE HELD ORDER    * 09130000
      *                AND KEEP ITS SHIP-TO STATE AND NAME FOR THE    * 09140000
      *                WAREHOUSE RESOLUTION AND THE PICK LINES, AND   * 09145000
      *                DECIDE WHETHER THE ORDER SHIPS COMPLETE (THE   * 09150000
      *                ORDER ROOT OVERRIDE, ELSE THE CUSTOMER FLAG)   * 09155000
      *                AND THE EARLIEST LOT EXPIRY IT WILL TAKE       * 09156000
      *                                                               * 09160000
      *    CALLED BY:  P30000-COLLECT-ORDER-LINES                     * 09170000
      *                P35000-COLLECT-LINES-2                         * 09180000
               MOVE CUSTOMER-SHIP-TO-NAME TO WS-SHIP-TO-NAME            09340000
           END-IF.                                                      09350000
                                                                        09360000
           MOVE 'N' TO WS-SHIP-COMPLETE-SW.                             09360500
                                                                        09361000
           EVALUATE TRUE                                                09361500
               WHEN ORDER-SHIP-COMPLETE-YES                             09362000
                   MOVE 'Y' TO WS-SHIP-COMPLETE-SW                      09362500
               WHEN ORDER-SHIP-COMPLETE-NO                              09363000
                   CONTINUE                                             09363500
               WHEN CUSTOMER-OK                                         09364000
                   IF CUSTOMER-SHIP-COMPLETE                            09364500
                       MOVE 'Y' TO WS-SHIP-COMPLETE-SW                  09365000
                   END-IF                                               09365500
           END-EVALUATE.                                                09366000
                                                                        09366500
      ***************************************************************** 09366600
      *    A SHELF-LIFE LOT MUST EXPIRE ON OR AFTER THE CUTOFF --     * 09366700
      *    TOMORROW, OR TODAY PLUS THE CUSTOMER'S MINIMUM SHELF LIFE  * 09366800
      ***************************************************************** 09366900
                                                                        09367000
           MOVE ZEROES TO WS-MIN-SHELF-DAYS.                            09367100
                                                                        09367200
           IF CUSTOMER-OK                                               09367300
              AND CUSTOMER-MIN-SHELF-DAYS NUMERIC                       09367400
               MOVE CUSTOMER-MIN-SHELF-DAYS TO WS-MIN-SHELF-DAYS        09367500
           END-IF.                                                      09367600
                                                                        09367700
           IF WS-MIN-SHELF-DAYS = ZEROES                                09367800
               MOVE 1 TO WS-MIN-SHELF-DAYS                              09367900
           END-IF.                                                      09368000
                                                                        09368100
           COMPUTE WS-DATE-INTEGER =                                    09368200
               FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)               09368300
               + WS-MIN-SHELF-DAYS.                                     09368400
                                                                        09368500
           COMPUTE WS-LOT-CUTOFF-DATE =                                 09368600
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               09368700
                                                                        09368800
       P45000-EXIT.                                                     09370000
           EXIT.                                                        09370050
           EJECT                                                        09370100
      ***************************************************************** 09370150
      *                                                               * 09370200
      *    PARAGRAPH:  P46000-STAGE-COMPLETE-LINE                     * 09370250
      *                                                               * 09370300
      *    FUNCTION :  STAGE AN UNSHIPPED LINE OF A SHIP-COMPLETE     * 09370350
      *                ORDER.  A LINE NO WAREHOUSE (OR, FOR A SHELF-  * 09370360
      *                LIFE ITEM, NO SET OF QUALIFYING LOTS) CAN      * 09370370
      *                COVER HOLDS                                    * 09370380
      *                THE WHOLE ORDER AND IS PRINTED ON THE HELD     * 09370450
      *                ORDERS REPORT AS A BLOCKING LINE               * 09370500
      *                                                               * 09370550
      *    CALLED BY:  P31000-COLLECT-LINE-1                          * 09370600
      *                P36000-COLLECT-LINE-2                          * 09370650
      *                                                               * 09370700
      ***************************************************************** 09370750
                                                                        09370800
       P46000-STAGE-COMPLETE-LINE.                                      09370850
                                                                        09370900
           IF NOT ORDER-ITEM-NOT-SHIPPED                                09370950
               GO TO P46000-EXIT                                        09371000
           END-IF.                                                      09371050
                                                                        09371100
           IF ORDER-ITEM-DROP-SHIP                                      09371110
               GO TO P46000-EXIT                                        09371120
           END-IF.                                                      09371130
                                                                        09371140
           PERFORM P42000-RESOLVE-WAREHOUSE THRU P42000-EXIT.           09371150
                                                                        09371151
           PERFORM P42500-CHECK-ITEM-STOCK THRU P42500-EXIT.            09371161
                                                                        09371171
      ***************************************************************** 09371181
      *    A SHELF-LIFE LINE IS ONLY COVERED BY QUALIFYING LOTS       * 09371191
      ***************************************************************** 09371201
                                                                        09371211
           IF WS-PICK-WHSE NOT = '*SHORT* '                             09371221
               PERFORM P44000-READ-ITEM-FLAGS THRU P44000-EXIT          09371231
               IF SHELF-LIFE-ITEM                                       09371241
                   PERFORM P44500-ALLOCATE-LOTS THRU P44500-EXIT        09371251
                   IF NOT LOTS-COVER-LINE                               09371261
                       MOVE '*SHORT* ' TO WS-PICK-WHSE                  09371271
                   END-IF                                               09371281
               END-IF                                                   09371291
           END-IF.                                                      09371301
                                                                        09371311
           IF WS-PICK-WHSE = '*SHORT* '                                 09371321
               IF NOT ORDER-HELD                                        09371331
                   MOVE 'Y' TO WS-ORDER-HELD-SW                         09371350
                   ADD +1 TO WS-ORDERS-HELD                             09371400
                   PERFORM P48000-PRINT-HELD-ORDER THRU P48000-EXIT     09371450
               END-IF                                                   09371500
               PERFORM P48500-PRINT-BLOCKING-LINE THRU P48500-EXIT      09371550
               PERFORM P42800-RECORD-ALLOCATION THRU P42800-EXIT        09371560
               GO TO P46000-EXIT                                        09371600
           END-IF.                                                      09371650
                                                                        09371700
      ***************************************************************** 09371750
      *    MORE LINES THAN THE STAGING TABLE HOLDS -- THE ORDER IS    * 09371800
      *    LEFT IN PROGRESS RATHER THAN RELEASED IN PART              * 09371850
      ***************************************************************** 09371900
                                                                        09371950
           IF WS-STAGE-COUNT NOT < WS-STAGE-MAX                         09372000
               MOVE 'Y' TO WS-ORDER-HELD-SW                             09372050
               GO TO P46000-EXIT                                        09372100
           END-IF.                                                      09372150
                                                                        09372200
           ADD +1 TO WS-STAGE-COUNT.                                    09372250
           MOVE ORDER-ITEM-SEGMENT TO WS-STAGE-LINE (WS-STAGE-COUNT).   09372300
                                                                        09372350
       P46000-EXIT.                                                     09372400
           EXIT.                                                        09372450
           EJECT                                                        09372500
      ***************************************************************** 09372550
      *                                                               * 09372600
      *    PARAGRAPH:  P47000-RELEASE-COMPLETE                        * 09372650
      *                                                               * 09372700
      *    FUNCTION :  WHEN EVERY STAGED LINE OF THE SHIP-COMPLETE    * 09372750
      *                ORDER WAS ALLOCATED AND THE PICK TABLE HAS     * 09372800
      *                ROOM FOR ALL OF THEM, REPLAY THE LINES INTO    * 09372850
      *                THE PICK TABLE SO THE ORDER IS RELEASED WHOLE  * 09372900
      *                                                               * 09372950
      *    CALLED BY:  P30000-COLLECT-ORDER-LINES                     * 09373000
      *                P35000-COLLECT-LINES-2                         * 09373050
      *                                                               * 09373100
      ***************************************************************** 09373150
                                                                        09373200
       P47000-RELEASE-COMPLETE.                                         09373250
                                                                        09373300
           IF ORDER-HELD                                                09373350
               GO TO P47000-EXIT                                        09373400
           END-IF.                                                      09373450
                                                                        09373500
           IF WS-PICK-COUNT + WS-STAGE-COUNT > WS-PICK-MAX              09373550
               GO TO P47000-EXIT                                        09373600
           END-IF.                                                      09373650
                                                                        09373700
           PERFORM P47100-REPLAY-LINE THRU P47100-EXIT                  09373750
               VARYING WS-STAGE-NDX FROM 1 BY 1                         09373800
                   UNTIL WS-STAGE-NDX > WS-STAGE-COUNT.                 09373850
                                                                        09373900
       P47000-EXIT.                                                     09373950
           EXIT.                                                        09374000
                                                                        09374050
       P47100-REPLAY-LINE.                                              09374100
                                                                        09374150
           MOVE WS-STAGE-LINE (WS-STAGE-NDX) TO ORDER-ITEM-SEGMENT.     09374200
                                                                        09374250
           PERFORM P40000-ADD-PICK-LINE THRU P40000-EXIT.               09374300
                                                                        09374350
       P47100-EXIT.                                                     09374400
           EXIT.                                                        09374450
           EJECT                                                        09374500
      ***************************************************************** 09374550
      *                                                               * 09374600
      *    PARAGRAPH:  P48000-PRINT-HELD-ORDER                        * 09374650
      *                                                               * 09374700
      *    FUNCTION :  PRINT THE HEADING LINE FOR A SHIP-COMPLETE     * 09374750
      *                ORDER HELD FROM PICKING                        * 09374800
      *                                                               * 09374850
      *    CALLED BY:  P46000-STAGE-COMPLETE-LINE                     * 09374900
      *                                                               * 09374950
      ***************************************************************** 09375000
                                                                        09375050
       P48000-PRINT-HELD-ORDER.                                         09375100
                                                                        09375150
           MOVE ORDER-PREFIX TO WS-HL-OR-PREFIX.                        09375200
           MOVE ORDER-NUMBER TO WS-HL-OR-ORDER.                         09375250
           MOVE ORDER-CUSTOMER-ID TO WS-HL-OR-CUSTOMER.                 09375300
           MOVE WS-SHIP-TO-NAME TO WS-HL-OR-SHIP-TO.                    09375350
           MOVE ORDER-DATE-CCYYMMDD TO WS-HL-OR-DATE.                   09375400
                                                                        09375450
           WRITE HELD-PRINT-REC FROM WS-PL-BLANK.                       09375500
           WRITE HELD-PRINT-REC FROM WS-HL-ORDER.                       09375550
                                                                        09375600
       P48000-EXIT.                                                     09375650
           EXIT.                                                        09375700
           EJECT                                                        09375750
      ***************************************************************** 09375800
      *                                                               * 09375850
      *    PARAGRAPH:  P48500-PRINT-BLOCKING-LINE                     * 09375900
      *                                                               * 09375950
      *    FUNCTION :  PRINT A LINE THAT HOLDS ITS ORDER, WITH THE    * 09376000
      *                EXPECTED STOCK DATE FROM THE OPEN PURCHASE     * 09376050
      *                ORDERS FOR THE ITEM / SUPPLIER                 * 09376100
      *                                                               * 09376150
      *    CALLED BY:  P46000-STAGE-COMPLETE-LINE                     * 09376200
      *                                                               * 09376250
      ***************************************************************** 09376300
                                                                        09376350
       P48500-PRINT-BLOCKING-LINE.                                      09376400
                                                                        09376450
           ADD +1 TO WS-LINES-BLOCKING.                                 09376500
                                                                        09376550
           MOVE ORDER-ITEM-SEQUENCE TO WS-HL-DT-SEQ.                    09376600
           MOVE ORDER-ITEM-ITEM-NUMBER TO WS-HL-DT-ITEM.                09376650
           MOVE ORDER-ITEM-QUANTITY TO WS-HL-DT-QTY.                    09376700
                                                                        09376750
           MOVE 'N' TO WS-DUE-FOUND-SW.                                 09376800
           MOVE +1 TO WS-DUE-NDX.                                       09376850
                                                                        09376900
           PERFORM P48600-FIND-DUE THRU P48600-EXIT                     09376950
               UNTIL DUE-FOUND                                          09377000
                  OR WS-DUE-NDX > WS-DUE-COUNT.                         09377050
                                                                        09377100
           EVALUATE TRUE                                                09377150
               WHEN NOT DUE-FOUND                                       09377200
                   MOVE 'NO OPEN PO' TO WS-HL-DT-DUE-TEXT               09377250
               WHEN WS-DU-DATE (WS-DUE-NDX) = ZEROES                    09377300
                   MOVE 'NO DATE SET' TO WS-HL-DT-DUE-TEXT              09377350
               WHEN OTHER                                               09377400
                   MOVE WS-DU-DATE (WS-DUE-NDX) TO WS-PO-DUE-DATE       09377450
                   MOVE SPACES TO WS-HL-DT-DUE-TEXT                     09377500
                   MOVE WS-PO-DUE-DATE (5:2) TO WS-HL-DT-DUE-MONTH      09377550
                   MOVE '/' TO WS-HL-DT-DUE-SLASH1                      09377600
                   MOVE WS-PO-DUE-DATE (7:2) TO WS-HL-DT-DUE-DAY        09377650
                   MOVE '/' TO WS-HL-DT-DUE-SLASH2                      09377700
                   MOVE WS-PO-DUE-DATE (1:4) TO WS-HL-DT-DUE-YEAR       09377750
           END-EVALUATE.                                                09377800
                                                                        09377850
           WRITE HELD-PRINT-REC FROM WS-HL-DETAIL.                      09377900
                                                                        09377950
       P48500-EXIT.                                                     09378000
           EXIT.                                                        09378050
                                                                        09378100
       P48600-FIND-DUE.                                                 09378150
                                                                        09378200
           IF WS-DU-ITEM-PREFIX (WS-DUE-NDX) = ORDER-ITEM-ITEM-PREFIX   09378250
              AND WS-DU-ITEM-NUMBER (WS-DUE-NDX) =                      09378300
                  ORDER-ITEM-ITEM-NUMBER                                09378350
              AND WS-DU-SUPP-PREFIX (WS-DUE-NDX) =                      09378400
                  ORDER-ITEM-SUPPLIER-PREFIX                            09378450
              AND WS-DU-SUPP-ID (WS-DUE-NDX) = ORDER-ITEM-SUPPLIER-ID   09378500
               MOVE 'Y' TO WS-DUE-FOUND-SW                              09378550
           ELSE                                                         09378600
               ADD +1 TO WS-DUE-NDX                                     09378650
           END-IF.                                                      09378700
                                                                        09378750
       P48600-EXIT.                                                     09378800
           EXIT.                                                        09380000
           EJECT                                                        09390000
      ***************************************************************** 09400000
      *                ORDER_LOG ROW, AS PDAB24 DOES FOR LIFECYCLE    * 09450000
      *                MOVEMENTS                                      * 09460000
      *                                                               * 09470000
      *    CALLED BY:  P25000-SERVE-NEXT                              * 09480000
      *                                                               * 09500000
      ***************************************************************** 09510000
                                                                        09520000
      *    PARAGRAPH:  P60000-PRINT-PICK-LISTS                        * 09840000
      *                                                               * 09850000
      *    FUNCTION :  PRINT THE COLLECTED PICK LINES -- ALREADY IN   * 09860000
      *                WAREHOUSE / WALK SEQUENCE / ITEM ORDER -- AS   * 09865000
      *                ONE PICKING DOCUMENT PER WAREHOUSE, EACH LINE  * 09870000
      *                NAMING THE BIN TO PICK FROM                    * 09875000
      *                                                               * 09890000
      *    CALLED BY:  P00000-MAINLINE                                * 09900000
      *                                                               * 09910000
               WRITE PICK-PRINT-REC FROM WS-PL-COLUMN-HEADER            10160000
           END-IF.                                                      10170000
                                                                        10180000
           MOVE WS-PK-BIN (WS-NDX) TO WS-PL-DT-BIN.                     10185000
           MOVE WS-PK-ITEM (WS-NDX) TO WS-PL-DT-ITEM.                   10190000
           MOVE WS-PK-ORDER-PREFIX (WS-NDX) TO WS-PL-DT-PREFIX.         10200000
           MOVE WS-PK-ORDER-NUMBER (WS-NDX) TO WS-PL-DT-ORDER.          10210000
           MOVE WS-PK-QUANTITY (WS-NDX) TO WS-PL-DT-QTY.                10220000
           MOVE WS-PK-SHIP-TO (WS-NDX) TO WS-PL-DT-SHIP-TO.             10230000
           MOVE WS-PK-HAZMAT (WS-NDX) TO WS-PL-DT-HAZMAT.               10240000
           MOVE WS-PK-LOT (WS-NDX) TO WS-PL-DT-LOT.                     10240500
           MOVE SPACES TO WS-PL-DT-EXPIRE.                              10241000
                                                                        10241500
           IF WS-PK-EXPIRE (WS-NDX) > ZEROES                            10242000
               MOVE WS-PK-EXPIRE (WS-NDX) TO WS-LOT-EXPIRE              10242500
               MOVE WS-LOT-EXPIRE (5:2) TO WS-PL-DT-EXP-MONTH           10243000
               MOVE '/' TO WS-PL-DT-EXP-SLASH1                          10243500
               MOVE WS-LOT-EXPIRE (7:2) TO WS-PL-DT-EXP-DAY             10244000
               MOVE '/' TO WS-PL-DT-EXP-SLASH2                          10244500
               MOVE WS-LOT-EXPIRE (1:4) TO WS-PL-DT-EXP-YEAR            10245000
           END-IF.                                                      10245500
                                                                        10246000
           WRITE PICK-PRINT-REC FROM WS-PL-DETAIL.                      10250000
                                                                        10260000
       P61000-EXIT.                                                     10270000
           EJECT                                                        10290000
      ***************************************************************** 10300000
      *                                                               * 10310000
      *    PARAGRAPH:  P62000-PRINT-SHORTAGES                         * 10310100
      *                                                               * 10310200
      *    FUNCTION :  PRINT THE SHORTAGE ALLOCATION REPORT -- FOR    * 10310300
      *                EACH ITEM / SUPPLIER THAT RAN SHORT, EVERY     * 10310400
      *                LINE SERVED IN PRIORITY ORDER WITH THE         * 10310500
      *                QUANTITY ALLOCATED OR SHORTED                  * 10310600
      *                                                               * 10310700
      *    CALLED BY:  P00000-MAINLINE                                * 10310800
      *                                                               * 10310900
      ***************************************************************** 10311000
                                                                        10311100
       P62000-PRINT-SHORTAGES.                                          10311200
                                                                        10311300
           IF WS-ITEMS-SHORT = ZEROES                                   10311400
               WRITE SHORT-PRINT-REC FROM WS-PL-BLANK                   10311500
               WRITE SHORT-PRINT-REC FROM WS-SL-NONE                    10311600
               GO TO P62000-EXIT                                        10311700
           END-IF.                                                      10311800
                                                                        10311900
           PERFORM P62100-PRINT-SHORT-ITEM THRU P62100-EXIT             10312000
               VARYING WS-ITM-NDX FROM 1 BY 1                           10312100
                   UNTIL WS-ITM-NDX > WS-ITEM-COUNT.                    10312200
                                                                        10312300
           IF WS-LOG-DROPPED > ZEROES                                   10312400
               WRITE SHORT-PRINT-REC FROM WS-PL-BLANK                   10312500
               WRITE SHORT-PRINT-REC FROM WS-SL-DROPPED                 10312600
           END-IF.                                                      10312700
                                                                        10312800
       P62000-EXIT.                                                     10312900
           EXIT.                                                        10313000
                                                                        10313100
       P62100-PRINT-SHORT-ITEM.                                         10313200
                                                                        10313300
           IF NOT WS-IS-CONSTRAINED (WS-ITM-NDX)                        10313400
               GO TO P62100-EXIT                                        10313500
           END-IF.                                                      10313600
                                                                        10313700
           MOVE WS-IS-ITEM-NUMBER (WS-ITM-NDX) TO WS-SL-IT-ITEM.        10313800
           MOVE WS-IS-SUPP-ID (WS-ITM-NDX) TO WS-SL-IT-SUPPLIER.        10313900
           MOVE WS-IS-ON-HAND (WS-ITM-NDX) TO WS-SL-IT-ON-HAND.         10314000
                                                                        10314100
           WRITE SHORT-PRINT-REC FROM WS-PL-BLANK.                      10314200
           WRITE SHORT-PRINT-REC FROM WS-SL-ITEM.                       10314300
                                                                        10314400
           PERFORM P62200-PRINT-SHORT-LINE THRU P62200-EXIT             10314500
               VARYING WS-LOG-NDX FROM 1 BY 1                           10314600
                   UNTIL WS-LOG-NDX > WS-LOG-COUNT.                     10314700
                                                                        10314800
       P62100-EXIT.                                                     10314900
           EXIT.                                                        10315000
                                                                        10315100
       P62200-PRINT-SHORT-LINE.                                         10315200
                                                                        10315300
           IF WS-LG-ITM-NDX (WS-LOG-NDX) NOT = WS-ITM-NDX               10315400
               GO TO P62200-EXIT                                        10315500
           END-IF.                                                      10315600
                                                                        10315700
           MOVE WS-LG-TIER (WS-LOG-NDX) TO WS-SL-DT-TIER.               10315800
           MOVE WS-LG-ORDER-PREFIX (WS-LOG-NDX) TO WS-SL-DT-PREFIX.     10315900
           MOVE WS-LG-ORDER-NUMBER (WS-LOG-NDX) TO WS-SL-DT-ORDER.      10316000
           MOVE WS-LG-CUSTOMER (WS-LOG-NDX) TO WS-SL-DT-CUSTOMER.       10316100
           MOVE WS-LG-QUANTITY (WS-LOG-NDX) TO WS-SL-DT-REQUESTED.      10316200
           MOVE WS-LG-WHSE (WS-LOG-NDX) TO WS-SL-DT-WHSE.               10316300
                                                                        10316400
           IF WS-LG-WHSE (WS-LOG-NDX) = '*SHORT* '                      10316500
               MOVE ZEROES TO WS-SL-DT-ALLOCATED                        10316600
               MOVE 'SHORTED' TO WS-SL-DT-RESULT                        10316700
           ELSE                                                         10316800
               MOVE WS-LG-QUANTITY (WS-LOG-NDX) TO WS-SL-DT-ALLOCATED   10316900
               MOVE 'ALLOCATED' TO WS-SL-DT-RESULT                      10317000
           END-IF.                                                      10317100
                                                                        10317200
           WRITE SHORT-PRINT-REC FROM WS-SL-DETAIL.                     10317300
                                                                        10317400
       P62200-EXIT.                                                     10317500
           EXIT.                                                        10317600
           EJECT                                                        10317700
      ***************************************************************** 10317800
      *                                                               * 10317900
      *    PARAGRAPH:  P99999-ABEND                                   * 10320000
      *                                                               * 10330000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 10340000
