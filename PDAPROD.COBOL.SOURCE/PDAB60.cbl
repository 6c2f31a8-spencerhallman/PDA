      *             TAXABLE SALES (ORDERS THAT CARRIED TAX), THE      * 00160000
      *             EXEMPT SALES (ORDERS WITH NO TAX -- NO TAX_RATE   * 00170000
      *             ROW FOR THE STATE) AND THE TAX COLLECTED, WITH    * 00180000
      *             THE TAX_RATE PERCENT SHOWN PER STATE.  UNTAXED    * 00181000
      *             ORDERS IN A TAXING STATE COVERED BY THE           * 00182000
      *             CUSTOMER'S EXEMPTION CERTIFICATE (UNEXPIRED ON    * 00183000
      *             THE ORDER DATE) ARE CARRIED AS CERTIFICATE-EXEMPT * 00184000
      *             SALES INSTEAD, AND ARE LISTED AFTER THE STATE     * 00185000
      *             LINES BY STATE AND CERTIFICATE NUMBER.  THE       * 00186000
      *             RECONCILIATION LINE PROVES THE DETAIL TAX ADDS    * 00200000
      *             UP TO THE PERIOD'S SALES_SUMMARY TAX TOTAL FROM   * 00210000
      *             THE PDAB42 CLOSE.                                 * 00220000
      *                                                               * 00230000
      *             CONTROL CARD LAYOUT:                              * 00240000
      *               COL  1-13   PERIOD=CCYYMM                       * 00250000
      *                           (CCYYPP ON A FISCAL CALENDAR)       * 00255000
      *               COL 14-26   ' PREFIX=NNNNN'                     * 00260000
      *                                                               * 00270000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00280000
      *             TAX_RATE             -  DB2          (READ-ONLY)  * 00300000
      *             SALES_SUMMARY        -  DB2          (READ-ONLY)  * 00310000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00320000
      *             TAX CERTIFICATES     -  VSAM KSDS    (INPUT)      * 00325000
      *             FISCAL_CALENDAR      -  DB2          (VIA PDAS13) * 00327500
      *                                                               * 00330000
      ***************************************************************** 00340000
      *             PROGRAM CHANGE LOG                                * 00350000
      *                                                               * 00370000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00380000
      *  --------   --------------------  --------------------------  * 00390000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00391000
      *                                   BYTES (FINANCE CHARGE       * 00392000
      *                                   EXEMPT FLAG)                * 00393000
      *  10/15/26   R. MCALLEN            CERTIFICATE-EXEMPT SALES    * 00394000
      *                                   REPORTED BY STATE AND       * 00395000
      *                                   CERTIFICATE                 * 00396000
      *  10/15/26   R. MCALLEN            PERIOD DATES FROM PDAS13    * 00397333
      *                                   (FISCAL CALENDAR)           * 00398666
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00400000
      *                                                               * 00410000
      ***************************************************************** 00420000
                                       RECORD KEY IS CUSTOMER-KEY       00550000
                                       FILE STATUS IS                   00560000
                                           WS-CUSTOMER-STATUS.          00570000
                                                                        00571000
           SELECT VSAM-TAX-CERT        ASSIGN TO VTAXCERT               00572000
                                       ORGANIZATION IS INDEXED          00573000
                                       ACCESS IS RANDOM                 00574000
                                       RECORD KEY IS TAX-CERT-KEY       00575000
                                       FILE STATUS IS                   00576000
                                           WS-TAX-CERT-STATUS.          00577000
           EJECT                                                        00580000
       DATA DIVISION.                                                   00590000
                                                                        00600000
       01  CONTROL-CARD-REC            PIC X(80).                       00690000
                                                                        00700000
       FD  VSAM-CUSTOMER                                                00710000
           RECORD CONTAINS 800 CHARACTERS.                              00720000
                                                                        00730000
           COPY VCUSTOMR.                                               00740000
                                                                        00741000
       FD  VSAM-TAX-CERT                                                00742000
           RECORD CONTAINS 128 CHARACTERS.                              00743000
                                                                        00744000
           COPY VTAXCERT.                                               00745000
           EJECT                                                        00750000
       WORKING-STORAGE SECTION.                                         00760000
                                                                        00770000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          00910000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       00920000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            00930000
           03  WS-TAX-CERT-STATUS      PIC XX    VALUE SPACES.          00931000
               88  TAX-CERT-OK                   VALUE '  ' '00'.       00932000
               88  TAX-CERT-NOTFOUND             VALUE '23'.            00933000
               88  TAX-CERT-EMPTY                VALUE '47' '35'.       00934000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 00940000
           03  WS-SUB1                 PIC S9(4) VALUE +0       COMP.   00950000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   00955000
           03  WS-JUR-USED             PIC S9(4) VALUE +0       COMP.   00960000
           03  WS-CERT-USED            PIC S9(4) VALUE +0       COMP.   00965000
           03  WS-DETAIL-TAX-TOTAL     PIC S9(11)V99                    00970000
                                                 VALUE +0       COMP-3. 00980000
           03  WS-SUMMARY-TAX-TOTAL    PIC S9(11)V99                    00990000
           03  WS-JUR-MAX              PIC S9(4) VALUE +100     COMP.   01240000
           03  WS-JUR-ENTRY            OCCURS 100 TIMES.                01250000
               05  WS-JR-STATE         PIC X(32).                       01260000
               05  WS-JR-PCT           PIC S9(2)V9(3)  COMP-3.          01265000
               05  WS-JR-TAXABLE       PIC S9(11)V99   COMP-3.          01270000
               05  WS-JR-EXEMPT        PIC S9(11)V99   COMP-3.          01280000
               05  WS-JR-CERT-EXEMPT   PIC S9(11)V99   COMP-3.          01285000
               05  WS-JR-TAX           PIC S9(11)V99   COMP-3.          01290000
           EJECT                                                        01290500
      ***************************************************************** 01291000
      *    PER-CERTIFICATE ACCUMULATORS (CERTIFICATE-EXEMPT SALES)    * 01291500
      ***************************************************************** 01292000
                                                                        01292500
       01  WS-CERTIFICATE-TABLE.                                        01293000
           03  WS-CERT-MAX             PIC S9(4) VALUE +200     COMP.   01293500
           03  WS-CERT-ENTRY           OCCURS 200 TIMES.                01294000
               05  WS-CT-STATE         PIC X(02).                       01294500
               05  WS-CT-NUMBER        PIC X(20).                       01295000
               05  WS-CT-TYPE          PIC X(01).                       01295500
               05  WS-CT-ORDERS        PIC S9(5)       COMP-3.          01296000
               05  WS-CT-SALES         PIC S9(11)V99   COMP-3.          01296500
           EJECT                                                        01300000
      ***************************************************************** 01310000
      *    DISPLAY AREA                                               * 01320000
           03  WS-DL-RC-FLAG           PIC X(03) VALUE SPACES.          01860000
           03  FILLER                  PIC X(02) VALUE SPACES.          01870000
           03  FILLER                  PIC X(01) VALUE '*'.             01880000
                                                                        01880100
       01  WS-DL-CERTIFICATE.                                           01880200
           03  FILLER                  PIC X(01) VALUE '*'.             01880300
           03  FILLER                  PIC X(02) VALUE SPACES.          01880400
           03  WS-DL-CT-STATE          PIC X(02) VALUE SPACES.          01880500
           03  FILLER                  PIC X(02) VALUE SPACES.          01880600
           03  WS-DL-CT-NUMBER         PIC X(20) VALUE SPACES.          01880700
           03  FILLER                  PIC X(06) VALUE ' TYPE '.        01880800
           03  WS-DL-CT-TYPE           PIC X(01) VALUE SPACES.          01880900
           03  FILLER                  PIC X(08) VALUE ' ORDERS '.      01881000
           03  WS-DL-CT-ORDERS         PIC ZZ,ZZ9.                      01881100
           03  FILLER                  PIC X(07) VALUE ' SALES '.       01881200
           03  WS-DL-CT-SALES          PIC ZZZ,ZZZ,ZZ9.99.              01881300
           03  FILLER                  PIC X(10) VALUE SPACES.          01881400
           03  FILLER                  PIC X(01) VALUE '*'.             01881500
                                                                        01881600
       01  WS-DL-CERT-STATE-TOTAL.                                      01881700
           03  FILLER                  PIC X(01) VALUE '*'.             01881800
           03  FILLER                  PIC X(02) VALUE SPACES.          01881900
           03  WS-DL-CS-STATE          PIC X(02) VALUE SPACES.          01882000
           03  FILLER                  PIC X(02) VALUE SPACES.          01882100
           03  FILLER                  PIC X(48) VALUE                  01882200
               'TOTAL CERTIFICATE-EXEMPT SALES'.                        01882300
           03  WS-DL-CS-SALES          PIC ZZZ,ZZZ,ZZ9.99.              01882400
           03  FILLER                  PIC X(10) VALUE SPACES.          01882500
           03  FILLER                  PIC X(01) VALUE '*'.             01882600
           EJECT                                                        01890000
      ***************************************************************** 01900000
      *    DB2  DEFINITIONS                                           * 01910000
           EXEC SQL DECLARE TAXORDS CURSOR FOR                          02180000
               SELECT   CUSTOMER_ID,                                    02190000
                        TOTAL_AMOUNT,                                   02200000
                        TAX_AMOUNT,                                     02205000
                        DATE_CCYYMMDD                                   02210000
               FROM     ORDER_LOG                                       02220000
               WHERE    PREFIX        = :WS-CC-PREFIX                   02230000
                 AND    DATE_CCYYMMDD >= :WS-FROM-DATE                  02240000
                 AND    DATE_CCYYMMDD <= :WS-TO-DATE                    02250000
           END-EXEC.                                                    02260000
           EJECT                                                        02270000
      ***************************************************************** 02271428
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      * 02272856
      ***************************************************************** 02274284
                                                                        02275712
           COPY PDAS13CY.                                               02277140
           EJECT                                                        02278568
      ***************************************************************** 02280000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02290000
      ***************************************************************** 02300000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02860000
           END-IF.                                                      02870000
                                                                        02880000
      ***************************************************************** 02882258
      *    THE PERIOD'S FIRST AND LAST DAY -- A FISCAL PERIOD FROM    * 02884516
      *    THE PREFIX'S FISCAL CALENDAR, OR A CALENDAR MONTH WHEN     * 02886774
      *    THE PREFIX HAS NONE -- COME FROM PDAS13                    * 02889032
      ***************************************************************** 02891290
                                                                        02893548
           MOVE SPACES TO PDAS13-PARMS.                                 02895806
           MOVE 'P' TO PDAS13-FUNCTION.                                 02898064
           MOVE WS-CC-PREFIX TO PDAS13-PREFIX.                          02900322
           MOVE WS-CC-PERIOD TO PDAS13-PERIOD.                          02902580
                                                                        02904838
           CALL 'PDAS13' USING PDAS13-PARMS.                            02907096
                                                                        02909354
           IF PDAS13-CALENDAR-ERROR                                     02911612
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          02913870
               MOVE 'PDAB60' TO WPDE-PROGRAM-ID                         02916128
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE                  02918386
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION         02920644
               MOVE 'P00000' TO WPDE-PARAGRAPH                          02922902
               PERFORM P99999-ABEND THRU P99999-EXIT                    02925160
           END-IF.                                                      02927418
                                                                        02929676
           IF NOT PDAS13-RESOLVED                                       02931934
               MOVE 'PERIOD NOT ON FISCAL CALENDAR' TO WPBE-MESSAGE     02934192
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02936450
               PERFORM P99999-ABEND THRU P99999-EXIT                    02938708
           END-IF.                                                      02940966
                                                                        02943224
           MOVE PDAS13-START-DATE TO WS-FROM-DATE.                      02945482
           MOVE PDAS13-END-DATE TO WS-TO-DATE.                          02947740
                                                                        02950000
           DISPLAY ' '.                                                 02960000
           DISPLAY WS-DL-ASTERISK.                                      02970000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03190000
           END-IF.                                                      03200000
                                                                        03210000
           OPEN INPUT VSAM-TAX-CERT.                                    03211000
                                                                        03212000
           IF NOT TAX-CERT-OK AND NOT TAX-CERT-EMPTY                    03213000
               MOVE 'OPEN TAX CERTIFICATE FILE FAILED' TO WPBE-MESSAGE  03214000
               MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS              03215000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03216000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03217000
           END-IF.                                                      03218000
                                                                        03219000
           PERFORM P10000-ACCUMULATE-ORDERS THRU P10000-EXIT.           03220000
                                                                        03230000
           CLOSE VSAM-CUSTOMER                                          03235000
                 VSAM-TAX-CERT.                                         03240000
                                                                        03250000
           PERFORM P40000-PRINT-JURISDICTIONS THRU P40000-EXIT          03260000
               VARYING WS-SUB1 FROM 1 BY 1                              03270000
                   UNTIL WS-SUB1 > WS-JUR-USED.                         03280000
                                                                        03280500
           IF WS-CERT-USED > ZEROES                                     03281000
               DISPLAY WS-DL-BLANK                                      03281500
               MOVE SPACES TO WS-DL-LINE-TEXT                           03282000
               MOVE                                                     03282500
                 '  CERTIFICATE-EXEMPT SALES BY STATE AND CERTIFICATE'  03282700
                   TO WS-DL-LINE-TEXT                                   03283000
               DISPLAY WS-DL-LINE                                       03283500
               PERFORM P45000-PRINT-CERT-STATE THRU P45000-EXIT         03284000
                   VARYING WS-SUB1 FROM 1 BY 1                          03284500
                       UNTIL WS-SUB1 > WS-JUR-USED                      03285000
           END-IF.                                                      03285500
                                                                        03290000
           PERFORM P50000-RECONCILE THRU P50000-EXIT.                   03300000
                                                                        03310000
               FETCH  TAXORDS                                           03930000
               INTO   :ORDER-LOG-CUSTOMER-ID,                           03940000
                      :ORDER-LOG-TOTAL-AMOUNT,                          03950000
                      :ORDER-LOG-TAX-AMOUNT,                            03955000
                      :ORDER-LOG-DATE-CCYYMMDD                          03960000
           END-EXEC.                                                    03970000
                                                                        03980000
           EVALUATE TRUE                                                03990000
               ADD ORDER-LOG-TAX-AMOUNT TO WS-JR-TAX (WS-SUB1)          04330000
               ADD ORDER-LOG-TAX-AMOUNT TO WS-DETAIL-TAX-TOTAL          04340000
           ELSE                                                         04350000
               IF WS-JR-PCT (WS-SUB1) > ZEROES                          04351000
                  AND CUSTOMER-OK                                       04352000
                   PERFORM P25000-CHECK-CERTIFICATE THRU P25000-EXIT    04353000
               ELSE                                                     04354000
                   ADD ORDER-LOG-TOTAL-AMOUNT TO WS-JR-EXEMPT (WS-SUB1) 04355000
               END-IF                                                   04356000
           END-IF.                                                      04370000
                                                                        04380000
       P20000-EXIT.                                                     04390000
           EXIT.                                                        04390100
           EJECT                                                        04390200
      ***************************************************************** 04390300
      *                                                               * 04390400
      *    PARAGRAPH:  P25000-CHECK-CERTIFICATE                       * 04390500
      *                                                               * 04390600
      *    FUNCTION :  AN UNTAXED ORDER IN A TAXING STATE -- WHEN THE * 04390700
      *                CUSTOMER'S EXEMPTION CERTIFICATE FOR THE STATE * 04390800
      *                WAS UNEXPIRED ON THE ORDER DATE, CARRY THE     * 04390900
      *                SALE AS CERTIFICATE-EXEMPT AND ACCUMULATE IT   * 04391000
      *                UNDER ITS CERTIFICATE; OTHERWISE IT IS AN      * 04391100
      *                ORDINARY EXEMPT SALE                           * 04391200
      *                                                               * 04391300
      *    CALLED BY:  P20000-ACCUMULATE-ONE                          * 04391400
      *                                                               * 04391500
      ***************************************************************** 04391600
                                                                        04391700
       P25000-CHECK-CERTIFICATE.                                        04391800
                                                                        04391900
           MOVE CUSTOMER-PREFIX TO TAX-CERT-PREFIX.                     04392000
           MOVE CUSTOMER-ID TO TAX-CERT-CUSTOMER-ID.                    04392100
           MOVE CUSTOMER-SHIP-TO-STATE TO TAX-CERT-STATE.               04392200
                                                                        04392300
           READ VSAM-TAX-CERT.                                          04392400
                                                                        04392500
           EVALUATE TRUE                                                04392600
               WHEN TAX-CERT-OK                                         04392700
                   CONTINUE                                             04392800
               WHEN TAX-CERT-NOTFOUND                                   04392900
               WHEN TAX-CERT-EMPTY                                      04393000
                   ADD ORDER-LOG-TOTAL-AMOUNT TO WS-JR-EXEMPT (WS-SUB1) 04393100
                   GO TO P25000-EXIT                                    04393200
               WHEN OTHER                                               04393300
                   MOVE 'READ TAX CERTIFICATE FAILED' TO WPBE-MESSAGE   04393400
                   MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS          04393500
                   MOVE 'P25000' TO WPBE-PARAGRAPH                      04393600
                   PERFORM P99999-ABEND THRU P99999-EXIT                04393700
           END-EVALUATE.                                                04393800
                                                                        04393900
           IF TAX-CERT-EXPIRATION-DATE < ORDER-LOG-DATE-CCYYMMDD        04394000
               ADD ORDER-LOG-TOTAL-AMOUNT TO WS-JR-EXEMPT (WS-SUB1)     04394100
               GO TO P25000-EXIT                                        04394200
           END-IF.                                                      04394300
                                                                        04394400
           ADD ORDER-LOG-TOTAL-AMOUNT TO WS-JR-CERT-EXEMPT (WS-SUB1).   04394500
                                                                        04394600
           PERFORM P26000-SCAN-CERTIFICATE THRU P26000-EXIT             04394700
               VARYING WS-SUB2 FROM 1 BY 1                              04394800
                   UNTIL WS-SUB2 > WS-CERT-USED                         04394900
                      OR (TAX-CERT-STATE = WS-CT-STATE (WS-SUB2)        04395000
                      AND TAX-CERT-NUMBER = WS-CT-NUMBER (WS-SUB2)).    04395100
                                                                        04395200
           IF WS-SUB2 > WS-CERT-USED                                    04395300
               IF WS-CERT-USED < WS-CERT-MAX                            04395400
                   ADD +1 TO WS-CERT-USED                               04395500
                   MOVE WS-CERT-USED TO WS-SUB2                         04395600
                   MOVE TAX-CERT-STATE TO WS-CT-STATE (WS-SUB2)         04395700
                   MOVE TAX-CERT-NUMBER TO WS-CT-NUMBER (WS-SUB2)       04395800
                   MOVE TAX-CERT-TYPE TO WS-CT-TYPE (WS-SUB2)           04395900
                   MOVE +0 TO WS-CT-ORDERS (WS-SUB2)                    04396000
                   MOVE +0 TO WS-CT-SALES (WS-SUB2)                     04396100
               ELSE                                                     04396200
                   MOVE WS-CERT-MAX TO WS-SUB2                          04396300
               END-IF                                                   04396400
           END-IF.                                                      04396500
                                                                        04396600
           ADD +1 TO WS-CT-ORDERS (WS-SUB2).                            04396700
           ADD ORDER-LOG-TOTAL-AMOUNT TO WS-CT-SALES (WS-SUB2).         04396800
                                                                        04396900
       P25000-EXIT.                                                     04397000
           EXIT.                                                        04397100
                                                                        04397200
       P26000-SCAN-CERTIFICATE.                                         04397300
                                                                        04397400
           CONTINUE.                                                    04397500
                                                                        04397600
       P26000-EXIT.                                                     04397700
           EXIT.                                                        04400000
           EJECT                                                        04410000
      ***************************************************************** 04420000
      *                                                               * 04450000
      *    FUNCTION :  FIND (OR ADD) THE ACCUMULATOR ENTRY FOR THE    * 04460000
      *                CUSTOMER'S SHIP-TO STATE, LEAVING WS-SUB1      * 04470000
      *                POINTING AT IT.  A NEW ENTRY PICKS UP THE      * 04475000
      *                STATE'S TAX_RATE PERCENT                       * 04480000
      *                                                               * 04490000
      *    CALLED BY:  P20000-ACCUMULATE-ONE                          * 04500000
      *                                                               * 04510000
                       TO WS-JR-STATE (WS-SUB1)                         04670000
                   MOVE +0 TO WS-JR-TAXABLE (WS-SUB1)                   04680000
                   MOVE +0 TO WS-JR-EXEMPT (WS-SUB1)                    04690000
                   MOVE +0 TO WS-JR-CERT-EXEMPT (WS-SUB1)               04695000
                   MOVE +0 TO WS-JR-TAX (WS-SUB1)                       04700000
                   PERFORM P32000-GET-TAX-PCT THRU P32000-EXIT          04705000
               ELSE                                                     04710000
                   MOVE WS-JUR-MAX TO WS-SUB1                           04720000
               END-IF                                                   04730000
           EJECT                                                        04850000
      ***************************************************************** 04860000
      *                                                               * 04870000
      *    PARAGRAPH:  P32000-GET-TAX-PCT                             * 04880000
      *                                                               * 04890000
      *    FUNCTION :  LOOK UP THE TAX_RATE PERCENT FOR A NEW         * 04895000
      *                JURISDICTION ENTRY.  A STATE WITH NO ROW       * 04900000
      *                CARRIES ZERO                                   * 04905000
      *                                                               * 04920000
      *    CALLED BY:  P30000-FIND-JURISDICTION                       * 04930000
      *                                                               * 04940000
      ***************************************************************** 04950000
                                                                        04960000
       P32000-GET-TAX-PCT.                                              04970000
                                                                        04980000
           MOVE WS-JR-STATE (WS-SUB1) TO TAX-RATE-STATE.                04990000
           MOVE +0 TO TAX-RATE-PCT.                                     05000000
                   MOVE 'PDAB60' TO WPDE-PROGRAM-ID                     05150000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     05160000
                   MOVE 'SELECT TAX_RATE' TO WPDE-FUNCTION              05170000
                   MOVE 'P32000' TO WPDE-PARAGRAPH                      05180000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05190000
           END-EVALUATE.                                                05200000
                                                                        05210000
           MOVE TAX-RATE-PCT TO WS-JR-PCT (WS-SUB1).                    05210500
                                                                        05211000
       P32000-EXIT.                                                     05211500
           EXIT.                                                        05212000
           EJECT                                                        05212500
      ***************************************************************** 05213000
      *                                                               * 05213500
      *    PARAGRAPH:  P40000-PRINT-JURISDICTIONS                     * 05214000
      *                                                               * 05214500
      *    FUNCTION :  PRINT ONE REMITTANCE LINE PER JURISDICTION     * 05215000
      *                WITH ITS TAX_RATE PERCENT.  EXM IS THE EXEMPT  * 05215500
      *                SALES NOT COVERED BY A CERTIFICATE             * 05216000
      *                                                               * 05216500
      *    CALLED BY:  P00000-MAINLINE                                * 05217000
      *                                                               * 05217500
      ***************************************************************** 05218000
                                                                        05218500
       P40000-PRINT-JURISDICTIONS.                                      05219000
                                                                        05219500
           MOVE WS-JR-STATE (WS-SUB1) TO WS-DL-JR-STATE.                05220000
           MOVE WS-JR-PCT (WS-SUB1) TO WS-DL-JR-PCT.                    05230000
           MOVE WS-JR-TAXABLE (WS-SUB1) TO WS-DL-JR-TAXABLE.            05240000
           MOVE WS-JR-EXEMPT (WS-SUB1) TO WS-DL-JR-EXEMPT.              05250000
           MOVE WS-JR-TAX (WS-SUB1) TO WS-DL-JR-TAX.                    05260000
           DISPLAY WS-DL-JURISDICTION.                                  05270000
                                                                        05280000
       P40000-EXIT.                                                     05290000
           EXIT.                                                        05290100
           EJECT                                                        05290200
      ***************************************************************** 05290300
      *                                                               * 05290400
      *    PARAGRAPH:  P45000-PRINT-CERT-STATE                        * 05290500
      *                                                               * 05290600
      *    FUNCTION :  FOR A JURISDICTION WITH CERTIFICATE-EXEMPT     * 05290700
      *                SALES, PRINT ONE LINE PER CERTIFICATE AND THE  * 05290800
      *                STATE'S CERTIFICATE-EXEMPT TOTAL               * 05290900
      *                                                               * 05291000
      *    CALLED BY:  P00000-MAINLINE                                * 05291100
      *                                                               * 05291200
      ***************************************************************** 05291300
                                                                        05291400
       P45000-PRINT-CERT-STATE.                                         05291500
                                                                        05291600
           IF WS-JR-CERT-EXEMPT (WS-SUB1) = ZEROES                      05291700
               GO TO P45000-EXIT                                        05291800
           END-IF.                                                      05291900
                                                                        05292000
           DISPLAY WS-DL-BLANK.                                         05292100
                                                                        05292200
           PERFORM P46000-PRINT-CERTIFICATE THRU P46000-EXIT            05292300
               VARYING WS-SUB2 FROM 1 BY 1                              05292400
                   UNTIL WS-SUB2 > WS-CERT-USED.                        05292500
                                                                        05292600
           MOVE WS-JR-STATE (WS-SUB1) TO WS-DL-CS-STATE.                05292700
           MOVE WS-JR-CERT-EXEMPT (WS-SUB1) TO WS-DL-CS-SALES.          05292800
           DISPLAY WS-DL-CERT-STATE-TOTAL.                              05292900
                                                                        05293000
       P45000-EXIT.                                                     05293100
           EXIT.                                                        05293200
           EJECT                                                        05293300
      ***************************************************************** 05293400
      *                                                               * 05293500
      *    PARAGRAPH:  P46000-PRINT-CERTIFICATE                       * 05293600
      *                                                               * 05293700
      *    FUNCTION :  PRINT A CERTIFICATE LINE WHEN THE ENTRY        * 05293800
      *                BELONGS TO THE JURISDICTION BEING PRINTED      * 05293900
      *                                                               * 05294000
      *    CALLED BY:  P45000-PRINT-CERT-STATE                        * 05294100
      *                                                               * 05294200
      ***************************************************************** 05294300
                                                                        05294400
       P46000-PRINT-CERTIFICATE.                                        05294500
                                                                        05294600
           IF WS-CT-STATE (WS-SUB2) NOT = WS-JR-STATE (WS-SUB1)         05294700
               GO TO P46000-EXIT                                        05294800
           END-IF.                                                      05294900
                                                                        05295000
           MOVE WS-CT-STATE (WS-SUB2) TO WS-DL-CT-STATE.                05295100
           MOVE WS-CT-NUMBER (WS-SUB2) TO WS-DL-CT-NUMBER.              05295200
           MOVE WS-CT-TYPE (WS-SUB2) TO WS-DL-CT-TYPE.                  05295300
           MOVE WS-CT-ORDERS (WS-SUB2) TO WS-DL-CT-ORDERS.              05295400
           MOVE WS-CT-SALES (WS-SUB2) TO WS-DL-CT-SALES.                05295500
           DISPLAY WS-DL-CERTIFICATE.                                   05295600
                                                                        05295700
       P46000-EXIT.                                                     05295800
           EXIT.                                                        05300000
           EJECT                                                        05310000
      ***************************************************************** 05320000
