      *             FOR THEIR SUPPLIER ID, KEY REPLACEMENT QUANTITY   *
      *             ON HAND VALUES AGAINST THEM, AND (PF6) SEE THE    *
      *             OPEN ORDER LINES NAMING THEIR SUPPLIER KEY THAT   *
      *             ARE STILL AWAITING SHIPMENT.  THE PRICE VIEW      *
      *             (PF9) LETS THE SUPPLIER KEY A NEW UNIT PRICE AND  *
      *             A FUTURE EFFECTIVE DATE AGAINST AN ITEM; IT IS    *
      *             HELD AS A PENDING PRICE CHANGE REQUEST UNTIL A    *
      *             BUYER ACCEPTS OR REJECTS IT (PDA064).  THE        *
      *             DOCUMENTS VIEW (PF10) LISTS THE SUPPLIER'S        *
      *             COMPLIANCE DOCUMENTS ON FILE (MAINTAINED BY       *
      *             PDA065) WITH THEIR ISSUE AND EXPIRATION DATES AND *
      *             STATUS.                                           *
      *                                                               *
      * FILES   :   SUPPLIER           -  DB2        (READ-ONLY)      *
      *             ITEM_SUPPLIER      -  DB2        (UPDATE)         *
      *             PRICE_CHANGE_REQUEST - DB2       (UPDATE)         *
      *             SUPPLIER_DOCUMENT  -  VSAM KSDS  (READ-ONLY)      *
      *             ORDER DATABASE     -  IMS-DLI    (READ-ONLY)      *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *                                                               *
      * PFKEYS  :   PF05  =    SHOW STOCK VIEW                        *
      *             PF06  =    SHOW OPEN ORDER LINES VIEW             *
      *             PF08  =    SCROLL FORWARD (STOCK / PRICE VIEW)    *
      *             PF09  =    SHOW PRICE CHANGE REQUEST VIEW         *
      *             PF10  =    SHOW COMPLIANCE DOCUMENTS VIEW         *
      *             PF12  =    EXIT, RETURN TO MAIN MENU              *
      *                                                               *
      *****************************************************************
      *                                   AUDIT FILE (PDAS08)         *
      *  09/02/26   R. MCALLEN            ORDITEM SEGMENT LENGTH      *
      *                                   (PROMISE DATE)              *
      *  10/15/26   R. MCALLEN            PF9 PRICE VIEW - SUPPLIER   *
      *                                   KEYS A NEW PRICE AND        *
      *                                   EFFECTIVE DATE AS A PENDING *
      *                                   PRICE CHANGE REQUEST        *
      *  10/15/26   R. MCALLEN            PF10 DOCUMENTS VIEW - THE   *
      *                                   SUPPLIER'S COMPLIANCE       *
      *                                   DOCUMENTS AND EXPIRY        *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  10/15/26   R. MCALLEN            DL/I SEGLENGTH FOR ORDER    *
      *                                   AND ORDITEM RAISED TO 176   *
      *                                   AND 151 FOR THE ENLARGED    *
      *                                   SEGMENTS                    *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************
               88  STOCK-VIEW-PKEY               VALUE '5'.
               88  ORDER-VIEW-PKEY               VALUE '6'.
               88  FORWARD-PKEY                  VALUE '8'.
               88  PRICE-VIEW-PKEY               VALUE '9'.
               88  DOCUMENT-VIEW-PKEY            VALUE ':'.
               88  MAIN-MENU-PKEY                VALUE '@'.
               88  VALID-PKEY-ENTERED            VALUE '_' '@' '5'
                                                       '6' '8' '9'
                                                       ':' ''''.
           EJECT
      *****************************************************************
      *    MISCELLANEOUS WORK FIELDS                                  *
           05  WMF-PSB-NAME            PIC X(8)  VALUE 'PDA029'.
           05  WMF-NEW-ON-HAND         PIC 9(9)  VALUE ZEROES.
           05  WMF-UPDATES-APPLIED     PIC S9(4) VALUE +0       COMP.
           05  WMF-DATE-CCYYMMDD       PIC X(08) VALUE SPACES.
           05  WMF-TODAY-N REDEFINES WMF-DATE-CCYYMMDD
                                       PIC 9(08).
           05  WMF-TODAY-INTEGER       PIC S9(9) VALUE +0       COMP.
           05  WMF-DAYS-LEFT           PIC S9(9) VALUE +0       COMP.
      *****************************************************************
      *    A NEW UNIT PRICE IS KEYED AS NINE DIGITS WITH TWO IMPLIED  *
      *    DECIMAL PLACES; THE EFFECTIVE DATE AS CCYYMMDD             *
      *****************************************************************
           05  WMF-NEW-PRICE-X         PIC X(09) VALUE SPACES.
           05  WMF-NEW-PRICE REDEFINES WMF-NEW-PRICE-X
                                       PIC 9(7)V99.
           05  WMF-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
           05  FILLER REDEFINES WMF-EFFECTIVE-DATE.
               10  WMF-EFF-YEAR        PIC 9(04).
               10  WMF-EFF-MONTH       PIC 9(02).
               10  WMF-EFF-DAY         PIC 9(02).
           05  WMF-REQUESTS-SUBMITTED  PIC S9(4) VALUE +0       COMP.

      *****************************************************************
      *    PRICE VIEW INFORMATION COLUMN -- THE EFFECTIVE DATE IS     *
      *    KEYED OVER THE FIRST EIGHT POSITIONS; THE REST SHOWS THE   *
      *    PENDING REQUEST, OR THE PRICE NOW IN FORCE                 *
      *****************************************************************

       01  WS-PRICE-INFO.
           05  WPI-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPI-TAG                 PIC X(05) VALUE SPACES.
           05  WPI-PRICE               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

      *****************************************************************
      *    DOCUMENTS VIEW COLUMNS -- TYPE AND REFERENCE IN THE ITEM   *
      *    COLUMN, ISSUE DATE IN THE QUANTITY COLUMN, EXPIRATION      *
      *    DATE AND STATUS IN THE INFORMATION COLUMN                  *
      *****************************************************************

       01  WS-DOCUMENT-ITEM.
           05  WDI-TYPE                PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDI-REFERENCE           PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-DOCUMENT-INFO.
           05  WDI-EXPIRE-DATE         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDI-STATUS              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.

      *****************************************************************
      *    PORTAL SESSION STATE CARRIED IN THE COMMAREA WORKAREA      *
           05  WPW-VIEW-MODE           PIC X     VALUE 'S'.
               88  STOCK-VIEW                    VALUE 'S'.
               88  ORDER-VIEW                    VALUE 'O'.
               88  PRICE-VIEW                    VALUE 'P'.
               88  DOCUMENT-VIEW                 VALUE 'D'.
           05  WPW-LAST-ITEM           PIC X(32) VALUE SPACES.
           05  WPW-ROW-ITEMS.
               10  WPW-ROW-ITEM        OCCURS 8 TIMES
               05  WS-CDT-D-YEAR       PIC 9(4)  VALUE ZEROES.
               05  WS-CDT-D-MONTH      PIC 99    VALUE ZEROES.
               05  WS-CDT-D-DAY        PIC 99    VALUE ZEROES.
           03  WS-CDT-TIME             PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(07) VALUE SPACES.
           EJECT
      *****************************************************************
      *    CICS DEFINITIONS                                           *
               05  SCRN-P-INFO         PIC X(28).
           EJECT
      *****************************************************************
      *    SUPPLIER COMPLIANCE DOCUMENT (VSAM KSDS) -- PDASUPD        *
      *****************************************************************

           COPY VSUPDOC.
           EJECT
      *****************************************************************
      *    IMS / DLI DEFINITIONS                                      *
      *****************************************************************

              INCLUDE DITMSUP
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DPRCCHG
           END-EXEC.
           EJECT
      *****************************************************************
      *    CURSOR OVER THE SUPPLIER STOCK POSITIONS                   *
      *****************************************************************
           COPY PDAS07CY.
           EJECT
      *****************************************************************
      *    RESPONSE TIME LOG (PDAS14) COMMAREA                        *
      *****************************************************************

           COPY PDAS14CY.
           EJECT
      *****************************************************************
      *    SECURITY EVENT LOG (PDAS08) COMMAREA                       *
      *****************************************************************

           MOVE 'N' TO WS-ERROR-FOUND-SW.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO WMF-DATE-CCYYMMDD.

           EXEC CICS
               ASKTIME
           MOVE 'PDA029' TO PC-PREV-PGRMID.
           MOVE WS-PDA029-WORKAREA TO PC-PROGRAM-WORKAREA.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD29')

      *****************************************************************
      *    SIGNED ON -- PF5 STOCK VIEW, PF6 OPEN ORDER LINES VIEW,    *
      *    PF9 PRICE VIEW, PF10 DOCUMENTS VIEW, PF8 SCROLLS THE       *
      *    STOCK OR PRICE VIEW, ENTER APPLIES STOCK UPDATES OR        *
      *    SUBMITS PRICE REQUESTS (THE OTHER VIEWS ARE REFRESHED)     *
      *****************************************************************

           EVALUATE TRUE
               WHEN ORDER-VIEW-PKEY
                   MOVE 'O' TO WPW-VIEW-MODE
                   PERFORM P06000-BUILD-ORDER-VIEW THRU P06000-EXIT
               WHEN PRICE-VIEW-PKEY
                   MOVE 'P' TO WPW-VIEW-MODE
                   MOVE SPACES TO WPW-LAST-ITEM
                   PERFORM P05000-BUILD-STOCK-VIEW THRU P05000-EXIT
                   IF WMF-ROW-COUNT > ZEROES
                       MOVE PM289-ENTER-PRICE-REQUEST TO PDAMSGO
                   END-IF
               WHEN DOCUMENT-VIEW-PKEY
                   MOVE 'D' TO WPW-VIEW-MODE
                   PERFORM P09000-BUILD-DOCUMENT-VIEW THRU P09000-EXIT
               WHEN FORWARD-PKEY
                   EVALUATE TRUE
                       WHEN STOCK-VIEW
                       WHEN PRICE-VIEW
                           PERFORM P05000-BUILD-STOCK-VIEW
                               THRU P05000-EXIT
                       WHEN DOCUMENT-VIEW
                           PERFORM P09000-BUILD-DOCUMENT-VIEW
                               THRU P09000-EXIT
                       WHEN OTHER
                           PERFORM P06000-BUILD-ORDER-VIEW
                               THRU P06000-EXIT
                   END-EVALUATE
               WHEN ENTER-PKEY
                   EVALUATE TRUE
                       WHEN STOCK-VIEW
                           PERFORM P07000-APPLY-STOCK-UPDATES
                               THRU P07000-EXIT
                       WHEN PRICE-VIEW
                           PERFORM P08000-SUBMIT-PRICE-REQUESTS
                               THRU P08000-EXIT
                       WHEN DOCUMENT-VIEW
                           PERFORM P09000-BUILD-DOCUMENT-VIEW
                               THRU P09000-EXIT
                       WHEN OTHER
                           PERFORM P06000-BUILD-ORDER-VIEW
                               THRU P06000-EXIT
                   END-EVALUATE
           END-EVALUATE.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN ROWS WITH THE SUPPLIER STOCK   *
      *                POSITIONS STARTING AFTER THE LAST ITEM SHOWN   *
      *                (THE PRICE VIEW LISTS THE SAME ROWS)           *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                P04000-SIGN-ON                                 *
      *                P08000-SUBMIT-PRICE-REQUESTS                   *
      *                                                               *
      *****************************************************************

      *                                                               *
      *    CALLED BY:  P05000-BUILD-STOCK-VIEW                        *
      *                P06000-BUILD-ORDER-VIEW                        *
      *                P09000-BUILD-DOCUMENT-VIEW                     *
      *                                                               *
      *****************************************************************

           MOVE SPACES TO SCRN-P-ITEM(WS-SUB1)
                          SCRN-P-QTY(WS-SUB1)
                          SCRN-P-INFO(WS-SUB1).
           MOVE DFHBMASF TO PQTY-ATTR(WS-SUB1)
                            PINFO-ATTR(WS-SUB1).

       P05100-EXIT.
           EXIT.
      *    PARAGRAPH:  P05200-FETCH-STOCK-ROW                         *
      *                                                               *
      *    FUNCTION :  FETCH THE NEXT STOCK POSITION AND FORMAT IT    *
      *                ON THE SCREEN (QUANTITY ENTERABLE), OR IN THE  *
      *                PRICE VIEW ITS PRICE REQUEST ROW               *
      *                                                               *
      *    CALLED BY:  P05000-BUILD-STOCK-VIEW                        *
      *                                                               *
               TO SCRN-P-ITEM(WMF-ROW-COUNT)
                  WPW-ROW-ITEM(WMF-ROW-COUNT)
                  WPW-LAST-ITEM.

           IF PRICE-VIEW
               PERFORM P08300-FORMAT-PRICE-ROW THRU P08300-EXIT
               GO TO P05200-EXIT
           END-IF.

           MOVE ITEM-SUPPLIER-QUANTITY-ON-HAND
               TO SCRN-P-QTY(WMF-ROW-COUNT).
           MOVE ITEM-SUPPLIER-UNIT-PRICE
                   PCB(1)
                   SEGMENT(ORDITEM)
                   INTO(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
           END-EXEC.

           EVALUATE TRUE
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08000-SUBMIT-PRICE-REQUESTS                   *
      *                                                               *
      *    FUNCTION :  EDIT THE NEW PRICES AND EFFECTIVE DATES KEYED  *
      *                ON THE PRICE VIEW AND, WHEN ALL ARE VALID,     *
      *                SUBMIT EACH AS A PENDING PRICE CHANGE REQUEST  *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P08000-SUBMIT-PRICE-REQUESTS.

           MOVE ZEROES TO WMF-REQUESTS-SUBMITTED.

           PERFORM P08100-EDIT-PRICE-ROW THRU P08100-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-ROW-MAX.

           IF ERROR-FOUND
               GO TO P08000-EXIT
           END-IF.

           PERFORM P08200-SUBMIT-PRICE-ROW THRU P08200-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-ROW-MAX.

      *****************************************************************
      *    REDISPLAY THE PRICE VIEW FROM THE TOP                      *
      *****************************************************************

           MOVE SPACES TO WPW-LAST-ITEM.

           PERFORM P05000-BUILD-STOCK-VIEW THRU P05000-EXIT.

           IF WMF-REQUESTS-SUBMITTED > ZEROES
               MOVE PM292-PRICE-REQUEST-SUBMITTED TO PDAMSGO
           ELSE
               MOVE PM289-ENTER-PRICE-REQUEST TO PDAMSGO
           END-IF.

       P08000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08100-EDIT-PRICE-ROW                          *
      *                                                               *
      *    FUNCTION :  EDIT ONE ROW OF THE PRICE VIEW.  A ROW WITH NO *
      *                NEW PRICE IS LEFT ALONE; A NEW PRICE NEEDS A   *
      *                VALID EFFECTIVE DATE AFTER TODAY               *
      *                                                               *
      *    CALLED BY:  P08000-SUBMIT-PRICE-REQUESTS                   *
      *                                                               *
      *****************************************************************

       P08100-EDIT-PRICE-ROW.

           IF WPW-ROW-ITEM(WS-SUB1) = SPACES
               GO TO P08100-EXIT
           END-IF.

           INSPECT SCRN-P-QTY(WS-SUB1) REPLACING ALL '_' BY ' '.
           INSPECT SCRN-P-INFO(WS-SUB1) REPLACING ALL '_' BY ' '.

           IF SCRN-P-QTY(WS-SUB1) = SPACES
              OR SCRN-P-QTY(WS-SUB1) = LOW-VALUES
               GO TO P08100-EXIT
           END-IF.

           MOVE SCRN-P-QTY(WS-SUB1) TO WMF-NEW-PRICE-X.
           INSPECT WMF-NEW-PRICE-X REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-NEW-PRICE-X REPLACING LEADING ' ' BY '0'.

           IF WMF-NEW-PRICE-X NOT NUMERIC
              OR WMF-NEW-PRICE = ZEROES
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE -1 TO PQTY-LEN(WS-SUB1)
               MOVE DFHUNINT TO PQTY-ATTR(WS-SUB1)
               MOVE PM290-NEW-PRICE-INVALID TO PDAMSGO
               GO TO P08100-EXIT
           END-IF.

           MOVE SCRN-P-INFO(WS-SUB1)(1:8) TO WMF-EFFECTIVE-DATE.

           IF WMF-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE -1 TO PINFO-LEN(WS-SUB1)
               MOVE DFHUNINT TO PINFO-ATTR(WS-SUB1)
               MOVE PM291-EFFECTIVE-DATE-INVALID TO PDAMSGO
               GO TO P08100-EXIT
           END-IF.

           IF WMF-EFF-MONTH < 1 OR WMF-EFF-MONTH > 12
              OR WMF-EFF-DAY < 1 OR WMF-EFF-DAY > 31
              OR WMF-EFFECTIVE-DATE NOT > WMF-DATE-CCYYMMDD
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE -1 TO PINFO-LEN(WS-SUB1)
               MOVE DFHUNINT TO PINFO-ATTR(WS-SUB1)
               MOVE PM291-EFFECTIVE-DATE-INVALID TO PDAMSGO
           END-IF.

       P08100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08200-SUBMIT-PRICE-ROW                        *
      *                                                               *
      *    FUNCTION :  WRITE ONE KEYED NEW PRICE AS A PENDING PRICE   *
      *                CHANGE REQUEST, CARRYING THE PRICE NOW IN      *
      *                FORCE.  A REQUEST STILL PENDING FOR THE SAME   *
      *                ITEM IS SUPERSEDED BY THE NEW ONE              *
      *                                                               *
      *    CALLED BY:  P08000-SUBMIT-PRICE-REQUESTS                   *
      *                                                               *
      *****************************************************************

       P08200-SUBMIT-PRICE-ROW.

           IF WPW-ROW-ITEM(WS-SUB1) = SPACES
               GO TO P08200-EXIT
           END-IF.

           IF SCRN-P-QTY(WS-SUB1) = SPACES
              OR SCRN-P-QTY(WS-SUB1) = LOW-VALUES
               GO TO P08200-EXIT
           END-IF.

           MOVE SCRN-P-QTY(WS-SUB1) TO WMF-NEW-PRICE-X.
           INSPECT WMF-NEW-PRICE-X REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-NEW-PRICE-X REPLACING LEADING ' ' BY '0'.
           MOVE SCRN-P-INFO(WS-SUB1)(1:8) TO WMF-EFFECTIVE-DATE.

           MOVE PC-USERID-NUMBER TO ITEM-SUPPLIER-SUPPLIER-PREFIX
                                    ITEM-SUPPLIER-ITEM-PREFIX.
           MOVE WPW-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.
           MOVE WPW-ROW-ITEM(WS-SUB1) TO ITEM-SUPPLIER-ITEM-NUMBER.

           EXEC SQL
               SELECT  UNIT_PRICE
               INTO    :ITEM-SUPPLIER-UNIT-PRICE
               FROM    ITEM_SUPPLIER
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX =
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   GO TO P08200-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA029' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM_SUPPLIER PRICE' TO WPDE-FUNCTION
                   MOVE 'P08200' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           MOVE ITEM-SUPPLIER-ITEM-PREFIX TO PCR-ITEM-PREFIX.
           MOVE ITEM-SUPPLIER-ITEM-NUMBER TO PCR-ITEM-NUMBER.
           MOVE ITEM-SUPPLIER-SUPPLIER-PREFIX TO PCR-SUPPLIER-PREFIX.
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO PCR-SUPPLIER-ID.
           MOVE WMF-DATE-CCYYMMDD TO PCR-SUBMITTED-DATE.
           MOVE WS-CDT-TIME TO PCR-SUBMITTED-TIME.
           MOVE WMF-EFFECTIVE-DATE TO PCR-EFFECTIVE-DATE.
           MOVE ITEM-SUPPLIER-UNIT-PRICE TO PCR-CURRENT-PRICE.
           MOVE WMF-NEW-PRICE TO PCR-NEW-PRICE.
           MOVE 'P' TO PCR-STATUS.
           MOVE SPACES TO PCR-REVIEWED-BY
                          PCR-REVIEWED-DATE
                          PCR-REVIEW-COMMENT.

      *****************************************************************
      *    ANY REQUEST STILL PENDING FOR THE ITEM IS SUPERSEDED       *
      *****************************************************************

           EXEC SQL
               UPDATE  PRICE_CHANGE_REQUEST
               SET     STATUS          = 'S',
                       REVIEWED_DATE   = :PCR-SUBMITTED-DATE
               WHERE   ITEM_PREFIX     = :PCR-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :PCR-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX = :PCR-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :PCR-SUPPLIER-ID
                 AND   STATUS          = 'P'
           END-EXEC.

           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA029' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'UPDATE PRICE_CHANGE_REQUEST' TO WPDE-FUNCTION
               MOVE 'P08200' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO PRICE_CHANGE_REQUEST
                      (ITEM_PREFIX, ITEM_NUMBER, SUPPLIER_PREFIX,
                       SUPPLIER_ID, SUBMITTED_DATE, SUBMITTED_TIME,
                       EFFECTIVE_DATE, CURRENT_PRICE, NEW_PRICE,
                       STATUS, REVIEWED_BY, REVIEWED_DATE,
                       REVIEW_COMMENT)
               VALUES (:PCR-ITEM-PREFIX, :PCR-ITEM-NUMBER,
                       :PCR-SUPPLIER-PREFIX, :PCR-SUPPLIER-ID,
                       :PCR-SUBMITTED-DATE, :PCR-SUBMITTED-TIME,
                       :PCR-EFFECTIVE-DATE, :PCR-CURRENT-PRICE,
                       :PCR-NEW-PRICE, :PCR-STATUS,
                       :PCR-REVIEWED-BY, :PCR-REVIEWED-DATE,
                       :PCR-REVIEW-COMMENT)
           END-EXEC.

      *****************************************************************
      *    A SECOND SUBMISSION IN THE SAME SECOND REPLACES THE ROW    *
      *****************************************************************

           IF SQLCODE = -803
               EXEC SQL
                   UPDATE  PRICE_CHANGE_REQUEST
                   SET     EFFECTIVE_DATE  = :PCR-EFFECTIVE-DATE,
                           CURRENT_PRICE   = :PCR-CURRENT-PRICE,
                           NEW_PRICE       = :PCR-NEW-PRICE,
                           STATUS          = :PCR-STATUS,
                           REVIEWED_DATE   = :PCR-REVIEWED-DATE
                   WHERE   ITEM_PREFIX     = :PCR-ITEM-PREFIX
                     AND   ITEM_NUMBER     = :PCR-ITEM-NUMBER
                     AND   SUPPLIER_PREFIX = :PCR-SUPPLIER-PREFIX
                     AND   SUPPLIER_ID     = :PCR-SUPPLIER-ID
                     AND   SUBMITTED_DATE  = :PCR-SUBMITTED-DATE
                     AND   SUBMITTED_TIME  = :PCR-SUBMITTED-TIME
               END-EXEC
           END-IF.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA029' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'INSERT PRICE_CHANGE_REQUEST' TO WPDE-FUNCTION
               MOVE 'P08200' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           ADD +1 TO WMF-REQUESTS-SUBMITTED.

       P08200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08300-FORMAT-PRICE-ROW                        *
      *                                                               *
      *    FUNCTION :  FORMAT ONE PRICE VIEW ROW -- THE NEW PRICE AND *
      *                EFFECTIVE DATE ARE ENTERABLE; THE INFORMATION  *
      *                COLUMN SHOWS THE PENDING REQUEST, IF ANY, OR   *
      *                THE PRICE NOW IN FORCE                         *
      *                                                               *
      *    CALLED BY:  P05200-FETCH-STOCK-ROW                         *
      *                                                               *
      *****************************************************************

       P08300-FORMAT-PRICE-ROW.

           MOVE SPACES TO WS-PRICE-INFO.

           MOVE PC-USERID-NUMBER TO PCR-ITEM-PREFIX
                                    PCR-SUPPLIER-PREFIX.
           MOVE ITEM-SUPPLIER-ITEM-NUMBER TO PCR-ITEM-NUMBER.
           MOVE WPW-SUPPLIER-ID TO PCR-SUPPLIER-ID.

           EXEC SQL
               SELECT  EFFECTIVE_DATE,
                       NEW_PRICE
               INTO    :PCR-EFFECTIVE-DATE,
                       :PCR-NEW-PRICE
               FROM    PRICE_CHANGE_REQUEST
               WHERE   ITEM_PREFIX     = :PCR-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :PCR-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX = :PCR-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :PCR-SUPPLIER-ID
                 AND   STATUS          = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE PCR-EFFECTIVE-DATE TO WPI-EFFECTIVE-DATE
                   MOVE 'PEND' TO WPI-TAG
                   MOVE PCR-NEW-PRICE TO WPI-PRICE
               WHEN SQLCODE = +100
                   MOVE 'NOW' TO WPI-TAG
                   MOVE ITEM-SUPPLIER-UNIT-PRICE TO WPI-PRICE
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA029' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT PRICE_CHANGE_REQUEST' TO WPDE-FUNCTION
                   MOVE 'P08300' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           MOVE SPACES TO SCRN-P-QTY(WMF-ROW-COUNT).
           MOVE WS-PRICE-INFO TO SCRN-P-INFO(WMF-ROW-COUNT).
           MOVE DFHBMFSE TO PQTY-ATTR(WMF-ROW-COUNT)
                            PINFO-ATTR(WMF-ROW-COUNT).

       P08300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09000-BUILD-DOCUMENT-VIEW                     *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN ROWS WITH THE COMPLIANCE       *
      *                DOCUMENTS ON FILE FOR THIS SUPPLIER, IN        *
      *                DOCUMENT TYPE ORDER (INQUIRY ONLY)             *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P09000-BUILD-DOCUMENT-VIEW.

           PERFORM P05100-CLEAR-ROW THRU P05100-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-ROW-MAX.

           MOVE ZEROES TO WMF-ROW-COUNT.
           MOVE 'N' TO WS-END-OF-ROWS-SW.

           COMPUTE WMF-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WMF-TODAY-N).

           MOVE PC-USERID-NUMBER TO SUPP-DOC-PREFIX.
           MOVE WPW-SUPPLIER-ID TO SUPP-DOC-SUPPLIER-ID.
           MOVE LOW-VALUES TO SUPP-DOC-TYPE.

           EXEC CICS
               STARTBR
                   FILE('PDASUPD')
                   RIDFLD(SUPP-DOC-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
               WHEN WS-RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-END-OF-ROWS-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA029' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS STARTBR PDASUPD' TO WPCE-COMMAND
                   MOVE 'P09000' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF NOT END-OF-ROWS
               PERFORM P09100-NEXT-DOCUMENT THRU P09100-EXIT
                   UNTIL END-OF-ROWS
                      OR WMF-ROW-COUNT = WS-ROW-MAX
               EXEC CICS
                   ENDBR
                       FILE('PDASUPD')
                       NOHANDLE
               END-EXEC
           END-IF.

           IF WMF-ROW-COUNT = ZEROES
               MOVE PM301-NO-SUPPLIER-DOCUMENTS TO PDAMSGO
           END-IF.

           MOVE WPW-SUPPLIER-ID TO SUPPIDO.

       P09000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09100-NEXT-DOCUMENT                           *
      *                                                               *
      *    FUNCTION :  READ THE NEXT DOCUMENT AND SHOW IT WITH ITS    *
      *                STATUS -- EXPIRED, DUE SOON (EXPIRES WITHIN 45 *
      *                DAYS) OR CURRENT                               *
      *                                                               *
      *    CALLED BY:  P09000-BUILD-DOCUMENT-VIEW                     *
      *                                                               *
      *****************************************************************

       P09100-NEXT-DOCUMENT.

           EXEC CICS
               READNEXT
                   FILE('PDASUPD')
                   INTO(SUPP-DOC-RECORD)
                   RIDFLD(SUPP-DOC-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR SUPP-DOC-PREFIX NOT = PC-USERID-NUMBER
            OR SUPP-DOC-SUPPLIER-ID NOT = WPW-SUPPLIER-ID
               MOVE 'Y' TO WS-END-OF-ROWS-SW
               GO TO P09100-EXIT
           END-IF.

           ADD +1 TO WMF-ROW-COUNT.

           MOVE SPACES TO WS-DOCUMENT-ITEM
                          WS-DOCUMENT-INFO.
           MOVE SUPP-DOC-TYPE TO WDI-TYPE.
           MOVE SUPP-DOC-REFERENCE TO WDI-REFERENCE.

           IF SUPP-DOC-EXPIRE-DATE = ZEROES
               MOVE 'NONE' TO WDI-EXPIRE-DATE
               MOVE 'CURRENT' TO WDI-STATUS
           ELSE
               MOVE SUPP-DOC-EXPIRE-DATE TO WDI-EXPIRE-DATE
               COMPUTE WMF-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(SUPP-DOC-EXPIRE-DATE)
                   - WMF-TODAY-INTEGER
               EVALUATE TRUE
                   WHEN WMF-DAYS-LEFT < ZEROES
                       MOVE 'EXPIRED' TO WDI-STATUS
                   WHEN WMF-DAYS-LEFT NOT > 45
                       MOVE 'DUE SOON' TO WDI-STATUS
                   WHEN OTHER
                       MOVE 'CURRENT' TO WDI-STATUS
               END-EVALUATE
           END-IF.

           MOVE WS-DOCUMENT-ITEM TO SCRN-P-ITEM(WMF-ROW-COUNT).
           MOVE SUPP-DOC-ISSUE-DATE TO SCRN-P-QTY(WMF-ROW-COUNT).
           MOVE WS-DOCUMENT-INFO TO SCRN-P-INFO(WMF-ROW-COUNT).

       P09100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE SCREEN (DATAONLY)       *

           MOVE 'PDA029' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               XCTL
                   PROGRAM(PC-NEXT-PGRMID)
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *    RETURN TO CICS (NO TRANSID OPTION)                         *
      *****************************************************************
       P80400-EXIT.
           EXIT.
           EJECT
           COPY PDARESP.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P99100-GENERAL-ERROR                           *
                   NOHANDLE
           END-EXEC.

      *****************************************************************
      *    RECORD THE TASK'S RESPONSE TIME, MARKED AS ENDED IN        *
      *    ERROR (PDAS14 NEVER FAILS THE CALLER)                      *
      *****************************************************************

           MOVE 'Y' TO WRT-ERROR-SW.
           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *      SUSPEND ANY HANDLE CONDITIONS IN EFFECT                  *
      *****************************************************************
