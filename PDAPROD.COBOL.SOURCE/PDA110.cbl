      *             THE SCREEN ENTERABLE KEY FIELDS ARE ACTION AND    *
      *             ORDER NUMBER. NO ACTION CODE (BLANK) INDICATES    *
      *             AN INQUIRY, AN ACTION OF -C- INDICATES CHANGE,    *
      *             AN ACTION OF -X- CANCELS THE ORDER WITH A REASON  *
      *             CODE, KEEPING IT IN CANCELLED STATUS AND          *
      *             REVERSING WHAT SUBMIT (PDA109) POSTED FOR IT.     *
      *             THE FORMER -D- (DELETE) IS REFUSED.               *
      *                                                               *
      *                                                               *
      *                                                               *
      * FILES   :   ORDER         (ORDER2DB)    - IMS (READ/UPDATE)   *
      *             PURCHASE_TYPE (TABLE)       - DB2 (READ)          *
      *             SHIPPER       (TABLE)       - DB2 (READ)          *
      *             ORDER_CANCEL_REASON (TABLE) - DB2 (READ)          *
      *             AUDIT-ORDER-CHANGE          - VSAM KSDS (WRITE)   *
      *             CUSTOMER                    - VSAM KSDS (UPDATE)  *
      *             BLANKET ORDER               - VSAM KSDS (UPDATE)  *
      *             PROMOTION                   - VSAM KSDS (UPDATE)  *
      *             APPROVAL QUEUE              - VSAM KSDS (UPDATE)  *
      *                                                               *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *                                   UPDATES ARE REJECTED        *
      *                                   (PM164) AND JOURNALED AS    *
      *                                   CONFLICT EVENTS             *
      *  10/15/26   R. MCALLEN            PERIOD LOCK RESOLVES THE    *
      *                                   ORDER'S PERIOD VIA PDAS13   *
      *  10/15/26   R. MCALLEN            ACTION -D- IS REFUSED AND   *
      *                                   NEW ACTION -X- CANCELS THE  *
      *                                   ORDER WITH A REASON CODE,   *
      *                                   REVERSING THE BLANKET,      *
      *                                   PROMOTION, CUSTOMER TOTALS  *
      *                                   AND APPROVAL POSTINGS       *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *                                                               *
                                     FILE STATUS IS
                                         WMF-AUDORD-STATUS.

           SELECT VSAM-CUSTOMER      ASSIGN TO VCUSTOMR
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         CUSTOMER-KEY
                                     FILE STATUS IS
                                         WMF-CUSTOMR-STATUS.

           SELECT VSAM-BLANKET       ASSIGN TO VBLANKET
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         BLANKET-ORDER-KEY
                                     FILE STATUS IS
                                         WMF-BLKT-STATUS.

           SELECT VSAM-PROMO         ASSIGN TO VPROMO
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         PROMO-KEY
                                     FILE STATUS IS
                                         WMF-PROMO-STATUS.

           SELECT VSAM-APPROVAL      ASSIGN TO VAPPROVQ
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         APPROVAL-KEY
                                     FILE STATUS IS
                                         WMF-APPR-STATUS.

       DATA DIVISION.
           EJECT

           RECORD CONTAINS 173 CHARACTERS.

           COPY VAUDORD.

       FD  VSAM-CUSTOMER
           RECORD CONTAINS 800 CHARACTERS.

           COPY VCUSTOMR.

       FD  VSAM-BLANKET
           RECORD CONTAINS 160 CHARACTERS.

           COPY VBLANKET.

       FD  VSAM-PROMO
           RECORD CONTAINS 80 CHARACTERS.

           COPY VPROMO.

       FD  VSAM-APPROVAL
           RECORD CONTAINS 128 CHARACTERS.

           COPY VAPPROVQ.
           EJECT

       WORKING-STORAGE SECTION.
               88  ACTION-IS-INQUIRY                         VALUE ' '.
               88  ACTION-IS-CHANGE                          VALUE 'C'.
               88  ACTION-IS-DELETE                          VALUE 'D'.
               88  ACTION-IS-CANCEL                          VALUE 'X'.
               88  ACTION-IS-VALID                           VALUE ' '
                                                                   'C'
                                                                   'X'.

           05  WS-CUSTOMER-FOUND-SW    PIC X(01)             VALUE 'N'.
               88  CUSTOMER-FOUND                            VALUE 'Y'.
               88  NOT-CUSTOMER-FOUND                        VALUE 'N'.

           05  WS-LINES-END-SW         PIC X(01)             VALUE 'N'.
               88  END-OF-ORDER-LINES                        VALUE 'Y'.

           05  WS-LINE-SHIPPED-SW      PIC X(01)             VALUE 'N'.
               88  ORDER-LINE-SHIPPED                        VALUE 'Y'.

           EJECT

      *****************************************************************
      *****************************************************************
       01  WS-MISCELLANEOUS-FIELDS.
           05  WMF-ORDER-PERIOD        PIC X(06)   VALUE SPACES.
           05  WMF-LOCK-DATE           PIC X(08)   VALUE SPACES.
           05  WMF-PERIOD-LOCK-COUNT   PIC S9(09)  VALUE +0 COMP.

           05  WMF-MODNAME             PIC X(08)   VALUE 'PDA110O'.
           05  WMF-ORDER-ITEM-SEQ      PIC 9(05)   VALUE ZEROES.

           05  WMF-AUDORD-STATUS       PIC X(02)   VALUE SPACES.
           05  WMF-CUSTOMR-STATUS      PIC X(02)   VALUE SPACES.
           05  WMF-BLKT-STATUS         PIC X(02)   VALUE SPACES.
           05  WMF-PROMO-STATUS        PIC X(02)   VALUE SPACES.
           05  WMF-APPR-STATUS         PIC X(02)   VALUE SPACES.
           05  WMF-VSAM-FILE           PIC X(08)   VALUE SPACES.
           05  WMF-VSAM-STATUS         PIC X(02)   VALUE SPACES.

           05  WMF-CXL-REASON          PIC X(03)   VALUE SPACES.
           05  WMF-CANCELLED-STATUS    PIC X(32)   VALUE 'CANCELLED'.

           05  WMF-MESSAGE-AREA        PIC X(79)   VALUE SPACES.

      *****************************************************************

           COPY PDAS09CY.
           EJECT
      *****************************************************************
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      *
      *****************************************************************

           COPY PDAS13CY.

       01  PDAS03-PARMS.
           03  PDAS03-AGE-DAYS         PIC 9(5)    VALUE ZEROES.

           05 PDA110-SCREEN-MESSAGE    PIC X(79).
           05 PDA110-SMESSAGE          PIC X(79).
           05 PDA110-CANCEL-INFO.
              10 PDA110-CXLRSN-ATTR.
                  15 PDA110-CXLRSN-ATTR1
                                       PIC X(01).
                  15 PDA110-CXLRSN-ATTR2
                                       PIC X(01).
              10 PDA110-CXLRSN         PIC X(03).
           EJECT

      *****************************************************************
           COPY IORDER.
           EJECT

      *****************************************************************
      *    ORDER DATABASE ORDER ITEM SEGMENT                          *
      *****************************************************************
           COPY IORDITEM.
           EJECT

      *****************************************************************
      *    IMS  DATABASE SEGMENT SEARCH ARGUMENTS (SSA)               *
      *****************************************************************
                                       PIC 9(10).
           05  ORDER-QUAL-RPAREN       PIC X(01)   VALUE ')'.

      *****************************************************************
      *    ORDER DATABASE ORDER ITEM SEGMENT (SSA)                    *
      *****************************************************************

       01  ORDITEM-UNQUAL-SSA.
           05  ORDITEM-UNQUAL-SEGMENT  PIC X(09)   VALUE 'ORDITEM '.


      *****************************************************************
      *    DB2  DEFINITIONS                                           *
           END-EXEC.
           EJECT

      *****************************************************************
      *    DB2 DCLGEN FOR THE ORDER CANCEL REASON TABLE               *
      *****************************************************************
           EXEC SQL
              INCLUDE DCANRSN
           END-EXEC.
           EJECT

      *****************************************************************
      *    ORDER STATUS EDIT WORK FIELDS                              *
      *****************************************************************
                   THRU P99500-PDA-ERROR-EXIT.


      *****************************************************************
      *    OPEN THE VSAM FILES WHOSE SUBMIT POSTINGS AN ORDER CANCEL  *
      *    (ACTION -X-) REVERSES -- CUSTOMER TOTALS, BLANKET ORDERS,  *
      *    PROMOTIONS AND THE APPROVAL QUEUE                          *
      *****************************************************************

           OPEN I-O      VSAM-CUSTOMER
                         VSAM-BLANKET
                         VSAM-PROMO
                         VSAM-APPROVAL.

           MOVE 'VCUSTOMR'             TO WMF-VSAM-FILE.
           MOVE WMF-CUSTOMR-STATUS     TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VBLANKET'             TO WMF-VSAM-FILE.
           MOVE WMF-BLKT-STATUS        TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VPROMO'               TO WMF-VSAM-FILE.
           MOVE WMF-PROMO-STATUS       TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VAPPROVQ'             TO WMF-VSAM-FILE.
           MOVE WMF-APPR-STATUS        TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.


      *****************************************************************
      *    PROCESS INCOMING IMS MESSSAGES UNTIL NO MORE               *
      *****************************************************************
                  UNTIL NO-MORE-MSGS.


           CLOSE         VSAM-AUDIT-ORDER
                         VSAM-CUSTOMER
                         VSAM-BLANKET
                         VSAM-PROMO
                         VSAM-APPROVAL.

           GOBACK.

           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00050-CHECK-OPEN                              *
      *                                                               *
      *    FUNCTION :  VERIFY THE OPEN OF ONE VSAM FILE, ANY STATUS   *
      *                OTHER THAN 00 IS A FATAL ERROR                 *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P00050-CHECK-OPEN.

           IF WMF-VSAM-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA110'           TO WPGE-PROGRAM-ID
               MOVE 'P00000'           TO WPGE-PARAGRAPH
               MOVE WMF-VSAM-FILE      TO WPM-VSAM-ERROR-FILE
               MOVE WMF-VSAM-STATUS    TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00050-CHECK-OPEN-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00100-MAIN-PROCESS                            *
           INSPECT PDA110-ORDERDATEYY
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.

           INSPECT PDA110-CXLRSN
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.

       P02100-CONVERT-FIELDS-EXIT.
           EXIT.
           EJECT


      *****************************************************************
      *    IF REQUEST IS PF4 (VIEW ORDER ITEMS) OR A CHANGE OR CANCEL  *
      *    REQUEST, AN INQUIRY MUST HAVE BEEN PERFORMED FIRST         *
      *****************************************************************


      *****************************************************************
      *    ACTION CODE MUST BE SPACE (INQUIRY), -C- (CHANGE) OR       *
      *    -X- (CANCEL).  THE FORMER -D- (DELETE) IS REFUSED -- A     *
      *    SUBMITTED ORDER IS CANCELLED SO ITS HISTORY AND POSTINGS   *
      *    ARE KEPT                                                   *
      *****************************************************************

           MOVE PDA110-ACTION          TO WS-ACTION-CODE-SW.

           IF ACTION-IS-DELETE
               MOVE LOW-VALUES         TO  PDA110-ACTION-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA110-ACTION-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA110-ACTION-ATTR2
               MOVE PM338-USE-CANCEL-ACTION
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P03200-EDIT-KEY-FIELDS-EXIT.

           IF ACTION-IS-VALID
               NEXT SENTENCE
           ELSE
           ELSE

      *****************************************************************
      *    OTHERWISE PERFORM THE UPDATE PROCESS (CHANGE, CANCEL)      *
      *****************************************************************

               PERFORM  P07000-UPDATE-PROCESS
      *                                                               *
      *    FUNCTION :  ROUTINE TO CONTROL THE ORDER UPDATE            *
      *                PROCESSING BASED ON THE ACTION CODE ENTERED    *
      *                (CHANGE, CANCEL PROCESSES)                     *
      *                                                               *
      *    CALLED BY:  P05000-PROCESS-SCREEN                          *
      *                                                               *
       P07000-UPDATE-PROCESS.

      *****************************************************************
      *    PERFORM SCREEN FIELD EDITS FOR A CHANGE OPERATION, THE     *
      *    REASON CODE EDIT FOR A CANCEL                              *
      *****************************************************************

           IF ACTION-IS-CHANGE
           ELSE
               NEXT SENTENCE.

           IF ACTION-IS-CANCEL
               PERFORM  P07300-EDIT-CANCEL-REASON
                   THRU P07300-EDIT-CANCEL-REASON-EXIT
           ELSE
               NEXT SENTENCE.

           IF ERROR-FOUND
               GO TO P07000-UPDATE-PROCESS-EXIT.


      *****************************************************************
      *    PERFORM EITHER CHANGE OR CANCEL OPERATIONS                 *
      *****************************************************************

           IF ACTION-IS-CHANGE
               PERFORM  P08000-CHANGE-PROCESS
                   THRU P08000-CHANGE-PROCESS-EXIT
           ELSE
               PERFORM  P09000-CANCEL-PROCESS
                   THRU P09000-CANCEL-PROCESS-EXIT.

       P07000-UPDATE-PROCESS-EXIT.
           EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07300-EDIT-CANCEL-REASON                      *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT AN ORDER CANCEL REQUEST        *
      *                (ACTION -X-) -- THE REASON CODE                *
      *                                                               *
      *    CALLED BY:  P07000-UPDATE-PROCESS                          *
      *                                                               *
      *****************************************************************

       P07300-EDIT-CANCEL-REASON.

      *****************************************************************
      *    REASON CODE MUST BE ON THE ORDER_CANCEL_REASON TABLE       *
      *****************************************************************

           MOVE PDA110-CXLRSN          TO WMF-CXL-REASON.

           MOVE PDA110-USERID-NUMBER   TO CAN-REASON-PREFIX.
           MOVE WMF-CXL-REASON         TO CAN-REASON-CODE.

           EXEC SQL
               SELECT  DESCRIPTION
               INTO    :CAN-REASON-DESCRIPTION
               FROM    ORDER_CANCEL_REASON
               WHERE   PREFIX          = :CAN-REASON-PREFIX AND
                       CODE            = :CAN-REASON-CODE
           END-EXEC.

           IF SQLCODE                  =  +100
               MOVE LOW-VALUES         TO  PDA110-CXLRSN-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA110-CXLRSN-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA110-CXLRSN-ATTR2
               MOVE PM335-CANCEL-REASON-INVALID
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P07300-EDIT-CANCEL-REASON-EXIT.

           IF SQLCODE              NOT =  +0
               MOVE 'DB2'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA110'           TO WPDE-PROGRAM-ID
               MOVE SQLCODE            TO WPDE-DB2-SQLCODE
               MOVE 'SELECT ORDER_CANCEL_REASON'
                                       TO WPDE-FUNCTION
               MOVE 'P07300'           TO WPDE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


       P07300-EDIT-CANCEL-REASON-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08000-CHANGE-PROCESS                          *
               GO TO P08000-CHANGE-PROCESS-EXIT.


      *****************************************************************
      *    A CANCELLED ORDER ALLOWS NO FURTHER MAINTENANCE            *
      *****************************************************************

           IF ORDER-STATUS             =  WMF-CANCELLED-STATUS
               MOVE LOW-VALUES         TO  PDA110-ACTION-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA110-ACTION-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA110-ACTION-ATTR2
               MOVE PM337-ORDER-IS-CANCELLED
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P08000-CHANGE-PROCESS-EXIT.


      *****************************************************************
      *    CAPTURE THE BEFORE IMAGE OF THE ORDER ROOT FOR THE AUDIT   *
      *    TRAIL BEFORE ANY FIELD IS OVERLAID                        *
              WSE-NEW-ORDER-STATUS     =  ORDER-STATUS
               GO TO P08100-EDIT-ORDER-STATUS-EXIT.

      *****************************************************************
      *    CANCELLED IS NOT KEYED AS A STATUS -- ACTION -X- MUST BE   *
      *    USED SO THE SUBMIT POSTINGS ARE REVERSED                   *
      *****************************************************************

           IF WSE-NEW-ORDER-STATUS     =  WMF-CANCELLED-STATUS
               MOVE PM338-USE-CANCEL-ACTION
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P08100-EDIT-ORDER-STATUS-EXIT.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WSE-RULE-COUNT
      *                A CLOSED ACCOUNTING PERIOD (PERIOD_LOCK)       *
      *                                                               *
      *    CALLED BY:  P08000-CHANGE-PROCESS                          *
      *                P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************


           IF ORDER-DATE-CCYYMMDD NUMERIC AND
              ORDER-DATE-CCYYMMDD > ZEROES
               MOVE ORDER-DATE-CCYYMMDD
                                       TO WMF-LOCK-DATE
           ELSE
               MOVE ORDER-DATE-YYMMDD  TO WMF-LOCK-DATE(3:6)
               IF ORDER-DATE-YYMMDD(1:2) > '50'
                   MOVE '19'           TO WMF-LOCK-DATE(1:2)
               ELSE
                   MOVE '20'           TO WMF-LOCK-DATE(1:2)
               END-IF
           END-IF.

      *****************************************************************
      *    THE ORDER DATE'S PERIOD -- FISCAL OR CALENDAR MONTH --     *
      *    COMES FROM PDAS13.  A DATE NO FISCAL PERIOD COVERS YET     *
      *    CANNOT BE IN A CLOSED PERIOD                               *
      *****************************************************************

           MOVE SPACES                 TO PDAS13-PARMS.
           MOVE 'D'                    TO PDAS13-FUNCTION.
           MOVE ORDER-PREFIX           TO PDAS13-PREFIX.
           MOVE WMF-LOCK-DATE          TO PDAS13-DATE.

           CALL 'PDAS13' USING PDAS13-PARMS.

           IF PDAS13-CALENDAR-ERROR
               MOVE 'DB2'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA110'           TO WPDE-PROGRAM-ID
               MOVE PDAS13-SQLCODE     TO WPDE-DB2-SQLCODE
               MOVE 'PDAS13 PERIOD RESOLUTION'
                                       TO WPDE-FUNCTION
               MOVE 'P08200'           TO WPDE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           IF NOT PDAS13-RESOLVED
               GO TO P08200-CHECK-PERIOD-LOCK-EXIT.

           MOVE PDAS13-PERIOD          TO WMF-ORDER-PERIOD.

           MOVE ORDER-PREFIX           TO PERIOD-LOCK-PREFIX.
           MOVE WMF-ORDER-PERIOD       TO PERIOD-LOCK-PERIOD.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CONTROL THE ORDER CANCEL PROCESSING.*
      *                THE ORDER IS KEPT IN CANCELLED STATUS WITH THE *
      *                REASON, DATE AND USER, AND THE POSTINGS MADE AT*
      *                SUBMIT ARE REVERSED                            *
      *                                                               *
      *    CALLED BY:  P07000-UPDATE-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09000-CANCEL-PROCESS.

      *****************************************************************
      *    RETRIEVE THE ORDER ROOT, NOT FOUND IS AN ERROR             *
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    OPTIMISTIC LOCK CHECK -- A CANCEL AGAINST AN ORDER THAT    *
      *    CHANGED SINCE IT WAS DISPLAYED IS REJECTED AND JOURNALED   *
      *****************************************************************

           IF PDA110-SAVAREA-UPD-COUNT NUMERIC
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    AN ORDER ALREADY CANCELLED CANNOT BE CANCELLED AGAIN       *
      *****************************************************************

           IF ORDER-STATUS             =  WMF-CANCELLED-STATUS
               MOVE LOW-VALUES         TO  PDA110-ACTION-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA110-ACTION-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA110-ACTION-ATTR2
               MOVE PM337-ORDER-IS-CANCELLED
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    AN ORDER DATED IN A CLOSED ACCOUNTING PERIOD CANNOT BE     *
      *    CANCELLED                                                  *
      *****************************************************************

           PERFORM  P08200-CHECK-PERIOD-LOCK
               THRU P08200-CHECK-PERIOD-LOCK-EXIT.

           IF ERROR-FOUND
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    ONCE ANY LINE HAS SHIPPED (IN WHOLE OR IN PART) THE ORDER  *
      *    CAN NO LONGER BE CANCELLED                                 *
      *****************************************************************

           MOVE 'N'                    TO  WS-LINES-END-SW
                                           WS-LINE-SHIPPED-SW.

           PERFORM  P09100-CHECK-ORDER-LINE
               THRU P09100-CHECK-ORDER-LINE-EXIT
               UNTIL END-OF-ORDER-LINES
                  OR ORDER-LINE-SHIPPED.

           IF ORDER-LINE-SHIPPED
               MOVE LOW-VALUES         TO  PDA110-ACTION-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA110-ACTION-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA110-ACTION-ATTR2
               MOVE PM336-CANCEL-LINE-SHIPPED
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    RETURN EVERY BLANKET RELEASE DRAWN AT SUBMIT               *
      *****************************************************************

           PERFORM  P79000-GHU-ORDER
               THRU P79000-GHU-ORDER-EXIT.

           IF OP-STATUS            NOT =  SPACES
               GO TO P09000-CANCEL-PROCESS-EXIT.

           MOVE 'N'                    TO  WS-LINES-END-SW.

           PERFORM  P09200-RELEASE-BLANKET-LINE
               THRU P09200-RELEASE-BLANKET-LINE-EXIT
               UNTIL END-OF-ORDER-LINES.


      *****************************************************************
      *    TAKE BACK THE PROMOTION REDEMPTION, THE CUSTOMER ORDER     *
      *    TOTALS AND ANY APPROVAL STILL QUEUED FOR THE SUPERVISOR    *
      *****************************************************************

           PERFORM  P79000-GHU-ORDER
               THRU P79000-GHU-ORDER-EXIT.

           IF OP-STATUS            NOT =  SPACES
               GO TO P09000-CANCEL-PROCESS-EXIT.

           IF ORDER-PROMO-CODE         >  SPACES  AND
              ORDER-PROMO-DISCOUNT     NUMERIC
               PERFORM  P09300-REVERSE-PROMO
                   THRU P09300-REVERSE-PROMO-EXIT.

           PERFORM  P09400-REVERSE-CUSTOMER
               THRU P09400-REVERSE-CUSTOMER-EXIT.

           IF ORDER-STATUS             =  'PENDING APPROVAL'
               PERFORM  P09500-CANCEL-APPROVAL
                   THRU P09500-CANCEL-APPROVAL-EXIT.


      *****************************************************************
      *    KEEP THE ORDER IN CANCELLED STATUS WITH THE REASON, DATE   *
      *    AND USER, AND BUMP THE UPDATE COUNT                        *
      *****************************************************************

           MOVE WMF-CANCELLED-STATUS   TO  ORDER-STATUS.
           MOVE WMF-CXL-REASON         TO  ORDER-CANCEL-REASON.
           MOVE WS-CDT-DATE            TO  ORDER-CANCEL-DATE.
           MOVE PDA110-USERID-ID       TO  ORDER-CANCEL-USERID.

           IF ORDER-UPDATE-COUNT NUMERIC
               ADD 1                   TO  ORDER-UPDATE-COUNT
           ELSE
               MOVE 1                  TO  ORDER-UPDATE-COUNT.

           MOVE ORDER-UPDATE-COUNT     TO  PDA110-SAVAREA-UPD-COUNT.

           PERFORM  P79090-REPL-ORDER
               THRU P79090-REPL-ORDER-EXIT.


      *****************************************************************
      *    JOURNAL THE CANCEL ON THE ORDER EVENT TRAIL (NON-FATAL)    *
      *****************************************************************

           MOVE SPACES                 TO  PDAS09-PARMS.
           MOVE 'CANCEL'               TO  PDAS09-EVENT-TYPE.
           MOVE ORDER-PREFIX           TO  PDAS09-ORDER-PREFIX.
           MOVE ORDER-NUMBER           TO  PDAS09-ORDER-NUMBER.
           MOVE IO-PCB-USERID          TO  PDAS09-USERID.


      *****************************************************************
      *    FORMAT COMPLETION MESSAGE, SHOW THE NEW STATUS, CLEAR      *
      *    ACTION CODE AND REASON                                     *
      *****************************************************************

           MOVE SPACES                 TO  PDA110-ACTION
                                           PDA110-CXLRSN.
           MOVE ORDER-STATUS           TO  PDA110-ORDERSTATUS.
           MOVE PM334-ORDER-CANCELLED  TO  WMF-MESSAGE-AREA.

           PERFORM  P70100-INFO-MSG-ROUTINE
               THRU P70100-INFO-MSG-ROUTINE-EXIT.

       P09000-CANCEL-PROCESS-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09100-CHECK-ORDER-LINE                        *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RETRIEVE THE NEXT LINE OF THE ORDER *
      *                AND FLAG IT WHEN ANY QUANTITY HAS SHIPPED      *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09100-CHECK-ORDER-LINE.

           PERFORM  P79050-GNP-ORDITEM
               THRU P79050-GNP-ORDITEM-EXIT.

           IF OP-STATUS            NOT =  SPACES
               MOVE 'Y'                TO WS-LINES-END-SW
               GO TO P09100-CHECK-ORDER-LINE-EXIT.

           IF ORDER-ITEM-QTY-SHIPPED   NUMERIC   AND
              ORDER-ITEM-QTY-SHIPPED   >  ZEROES
               MOVE 'Y'                TO WS-LINE-SHIPPED-SW.

           IF ORDER-ITEM-PART-SHIPPED  OR
              ORDER-ITEM-FULLY-SHIPPED
               MOVE 'Y'                TO WS-LINE-SHIPPED-SW.

       P09100-CHECK-ORDER-LINE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09200-RELEASE-BLANKET-LINE                    *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RETRIEVE THE NEXT LINE OF THE ORDER *
      *                AND, WHEN IT WAS A BLANKET RELEASE, RETURN ITS *
      *                QUANTITY TO THE BLANKET.  AN EXHAUSTED BLANKET *
      *                LEFT WITH QUANTITY REMAINING IS REOPENED       *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09200-RELEASE-BLANKET-LINE.

           PERFORM  P79050-GNP-ORDITEM
               THRU P79050-GNP-ORDITEM-EXIT.

           IF OP-STATUS            NOT =  SPACES
               MOVE 'Y'                TO WS-LINES-END-SW
               GO TO P09200-RELEASE-BLANKET-LINE-EXIT.

           IF ORDER-ITEM-BLANKET-NUMBER NUMERIC  AND
              ORDER-ITEM-BLANKET-NUMBER >  ZEROES
               NEXT SENTENCE
           ELSE
               GO TO P09200-RELEASE-BLANKET-LINE-EXIT.

           MOVE PDA110-USERID-NUMBER   TO BLANKET-PREFIX.
           MOVE ORDER-ITEM-BLANKET-NUMBER
                                       TO BLANKET-NUMBER.

           READ VSAM-BLANKET.

      *****************************************************************
      *    A BLANKET SINCE REMOVED FROM THE FILE HAS NOTHING TO       *
      *    RETURN THE QUANTITY TO                                     *
      *****************************************************************

           IF WMF-BLKT-STATUS          =  '23'
               GO TO P09200-RELEASE-BLANKET-LINE-EXIT.

           IF WMF-BLKT-STATUS          =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VBLANKET'         TO WMF-VSAM-FILE
               MOVE WMF-BLKT-STATUS    TO WMF-VSAM-STATUS
               MOVE 'READ'             TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09200'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

           IF BLANKET-RELEASED-QTY     >  ORDER-ITEM-QUANTITY
               SUBTRACT ORDER-ITEM-QUANTITY
                                       FROM BLANKET-RELEASED-QTY
           ELSE
               MOVE ZEROES             TO BLANKET-RELEASED-QTY.

           IF BLANKET-EXHAUSTED        AND
              BLANKET-RELEASED-QTY     <  BLANKET-COMMITTED-QTY
               MOVE 'O'                TO BLANKET-STATUS.

           REWRITE BLANKET-ORDER-RECORD.

           IF WMF-BLKT-STATUS          =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VBLANKET'         TO WMF-VSAM-FILE
               MOVE WMF-BLKT-STATUS    TO WMF-VSAM-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09200'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P09200-RELEASE-BLANKET-LINE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09300-REVERSE-PROMO                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO TAKE THE ORDER'S REDEMPTION BACK    *
      *                OFF THE PROMOTION MASTER (VPROMO).  A PROMOTION*
      *                SINCE REMOVED IS LEFT ALONE                    *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09300-REVERSE-PROMO.

           MOVE PDA110-USERID-NUMBER   TO PROMO-PREFIX.
           MOVE ORDER-PROMO-CODE       TO PROMO-CODE.

           READ VSAM-PROMO.

           IF WMF-PROMO-STATUS         =  '23'
               GO TO P09300-REVERSE-PROMO-EXIT.

           IF WMF-PROMO-STATUS         =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VPROMO'           TO WMF-VSAM-FILE
               MOVE WMF-PROMO-STATUS   TO WMF-VSAM-STATUS
               MOVE 'READ'             TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09300'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

           IF PROMO-REDEEMED-COUNT     >  ZEROES
               SUBTRACT 1              FROM PROMO-REDEEMED-COUNT.

           SUBTRACT ORDER-PROMO-DISCOUNT
                                       FROM PROMO-REDEEMED-DOLLARS.

           IF PROMO-REDEEMED-DOLLARS   <  ZEROES
               MOVE ZEROES             TO PROMO-REDEEMED-DOLLARS.

           REWRITE PROMO-RECORD.

           IF WMF-PROMO-STATUS         =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VPROMO'           TO WMF-VSAM-FILE
               MOVE WMF-PROMO-STATUS   TO WMF-VSAM-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09300'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P09300-REVERSE-PROMO-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09400-REVERSE-CUSTOMER                        *
      *                                                               *
      *    FUNCTION :  ROUTINE TO TAKE THE CANCELLED ORDER OUT OF THE *
      *                CUSTOMER'S ORDER COUNT AND DOLLAR TOTAL ON THE *
      *                CUSTOMER FILE (VCUSTOMR).  THE NIGHTLY TOTALS  *
      *                RECONCILIATION (PDAB40) LEAVES CANCELLED       *
      *                ORDERS OUT THE SAME WAY                        *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09400-REVERSE-CUSTOMER.

           MOVE ORDER-CUSTOMER-PREFIX  TO CUSTOMER-PREFIX.
           MOVE ORDER-CUSTOMER-ID      TO CUSTOMER-ID.

           READ VSAM-CUSTOMER.

           IF WMF-CUSTOMR-STATUS       =  '23'
               GO TO P09400-REVERSE-CUSTOMER-EXIT.

           IF WMF-CUSTOMR-STATUS       =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VCUSTOMR'         TO WMF-VSAM-FILE
               MOVE WMF-CUSTOMR-STATUS TO WMF-VSAM-STATUS
               MOVE 'READ'             TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09400'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

           IF CUSTOMER-TOTAL-ORDER-COUNT
                                       >  ZEROES
               SUBTRACT 1              FROM CUSTOMER-TOTAL-ORDER-COUNT.

           SUBTRACT ORDER-TOTAL-AMOUNT FROM CUSTOMER-TOTAL-DOLLAR-AMT.

           IF CUSTOMER-TOTAL-DOLLAR-AMT
                                       <  ZEROES
               MOVE ZEROES             TO CUSTOMER-TOTAL-DOLLAR-AMT.

           REWRITE CUSTOMER-RECORD.

           IF WMF-CUSTOMR-STATUS       =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VCUSTOMR'         TO WMF-VSAM-FILE
               MOVE WMF-CUSTOMR-STATUS TO WMF-VSAM-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09400'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P09400-REVERSE-CUSTOMER-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09500-CANCEL-APPROVAL                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CLOSE OUT THE ORDER'S ENTRY ON THE  *
      *                APPROVAL QUEUE (VAPPROVQ) AS CANCELLED SO THE  *
      *                SUPERVISOR SCREEN NO LONGER OFFERS IT          *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09500-CANCEL-APPROVAL.

           MOVE PDA110-USERID-NUMBER   TO APPROVAL-PREFIX.
           MOVE ORDER-NUMBER           TO APPROVAL-ORDER-NUMBER.

           READ VSAM-APPROVAL.

           IF WMF-APPR-STATUS          =  '23'
               GO TO P09500-CANCEL-APPROVAL-EXIT.

           IF WMF-APPR-STATUS          =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VAPPROVQ'         TO WMF-VSAM-FILE
               MOVE WMF-APPR-STATUS    TO WMF-VSAM-STATUS
               MOVE 'READ'             TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09500'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

           IF APPROVAL-PENDING
               NEXT SENTENCE
           ELSE
               GO TO P09500-CANCEL-APPROVAL-EXIT.

           MOVE 'X'                    TO APPROVAL-STATUS.
           MOVE PDA110-USERID-ID       TO APPROVAL-DECIDED-BY.
           MOVE WS-CDT-DATE            TO APPROVAL-DECIDED-DATE.
           MOVE 'ORDER CANCELLED'      TO APPROVAL-REASON.

           REWRITE APPROVAL-RECORD.

           IF WMF-APPR-STATUS          =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VAPPROVQ'         TO WMF-VSAM-FILE
               MOVE WMF-APPR-STATUS    TO WMF-VSAM-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P09500'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P09500-CANCEL-APPROVAL-EXIT.
           EXIT.
           EJECT

      *                                                               *
      *    CALLED BY:  P06100-ORDER-PROCESS                           *
      *                P08000-CHANGE-PROCESS                          *
      *                P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

      *    FUNCTION :  ROUTINE TO REPLACE THE ORDER ROOT SEGMENT      *
      *                                                               *
      *    CALLED BY:  P08000-CHANGE-PROCESS                          *
      *                P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79050-GNP-ORDITEM                             *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RETRIEVE THE NEXT ORDER ITEM CHILD  *
      *                SEGMENT UNDER THE ORDER ROOT HELD BY P79000    *
      *                                                               *
      *                P09200-RELEASE-BLANKET-LINE                    *
      *                                                               *
      *****************************************************************

       P79050-GNP-ORDITEM.


           CALL 'CBLTDLI'    USING     GNP
                                       ORDER-PCB
                                       ORDER-ITEM-SEGMENT
                                       ORDITEM-UNQUAL-SSA.


           IF OP-STATUS                =  SPACES OR 'GE' OR 'GB'
               NEXT SENTENCE
           ELSE
               MOVE 'IMS'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA110'           TO WPIE-PROGRAM-ID
               MOVE OP-STATUS          TO WPIE-STATUS-CODE
               MOVE 'GNP'              TO WPIE-FUNCTION-CODE
               MOVE 'P79050'           TO WPIE-PARAGRAPH
               MOVE 'ORDITEM'          TO WPIE-SEGMENT-NAME
               MOVE 'ORDER2DB'         TO WPIE-DATABASE-NAME
               MOVE 'GNP ORDER ITEM SEGMENT'
                                       TO WPIE-COMMAND
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P79050-GNP-ORDITEM-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P10500-WRITE-AUDIT-RECORD                      *
           EXIT.
           EJECT


      *****************************************************************
      *                                                               *
      *    FUNCTION :  ROUTINE TO INITIALIZE THE SCREEN I/O AREA TO   *
      *                DEFAULT VALUES                                 *
      *                                                               *
      *    CALLED BY:  P03200-EDIT-KEY-FIELDS                         *
      *                P06000-INQUIRY-PROCESS                         *
      *                                                               *
      *****************************************************************

                                          PDA110-PURTYPE
                                          PDA110-PURDESC
                                          PDA110-PURNBR
                                          PDA110-CXLRSN
                                          PDA110-SCREEN-MESSAGE.


           EJECT


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79900-VSAM-ERROR                              *
      *                                                               *
      *    FUNCTION :  FORMAT A FATAL VSAM I/O ERROR (FILE, STATUS    *
      *                AND COMMAND ALREADY SET BY THE CALLER) AND     *
      *                TERMINATE THROUGH THE PDA ERROR ROUTINE        *
      *                                                               *
      *    CALLED BY:  GLOBAL                                         *
      *                                                               *
      *****************************************************************

       P79900-VSAM-ERROR.

           MOVE 'GEN'                  TO WS-PDA-ERROR-TYPE.
           MOVE 'PDA110'               TO WPGE-PROGRAM-ID.
           MOVE WMF-VSAM-FILE          TO WPM-VSAM-ERROR-FILE.
           MOVE WMF-VSAM-STATUS        TO WPM-VSAM-ERROR-STATUS.
           MOVE WPM-VSAM-ERROR         TO WPGE-DESCRIPTION.

           PERFORM  P99500-PDA-ERROR
               THRU P99500-PDA-ERROR-EXIT.

       P79900-VSAM-ERROR-EXIT.
           EXIT.
           EJECT


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P80000-INSERT-MSG                              *
           INSPECT PDA110-ORDERDATEYY
                   CONVERTING WMF-SPACES-LOWVALUE-R  TO '__'.

           INSPECT PDA110-CXLRSN
                   CONVERTING WMF-SPACES-LOWVALUE-R  TO '__'.


      *****************************************************************
      *    WRITE THE IMS MESSAGE                                      *
