      *             THE SCREEN ENTERABLE KEY FIELDS ARE ACTION AND    *
      *             ORDER NUMBER. NO ACTION CODE (BLANK) INDICATES    *
      *             AN INQUIRY, AN ACTION OF -C- INDICATES CHANGE,    *
      *             AN ACTION OF -P- INDICATES LINE PRICE OVERRIDE,   *
      *             AN ACTION OF -X- INDICATES CANCEL (WITH A REASON  *
      *             CODE).  SUBMITTED ORDERS ARE NO LONGER DELETED.   *
      *                                                               *
      *                                                               *
      *                                                               *
      * FILES   :   ORDER DATABASE - IMS/DLI (READ / UPDATE)          *
      *             AUDIT-ORDER-CHANGE - VSAM KSDS (WRITE)            *
      *             BLANKET ORDERS (PDABLKT) - VSAM KSDS (UPDATE)     *
      *             PROMOTIONS (PDAPROM) - VSAM KSDS (UPDATE)         *
      *             CUSTOMER (PDACUST) - VSAM KSDS (UPDATE)           *
      *             APPROVAL QUEUE (PDAAPRV) - VSAM KSDS (UPDATE)     *
      *                                                               *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *                                   INACTIVITY (PDAIDLE)        *
      *  09/02/26   R. MCALLEN            BOUNDED DEADLOCK RETRY ON   *
      *                                   DB2 LOOKUPS (-911/-913)     *
      *  10/15/26   R. MCALLEN            ACTION -P- OVERRIDES THE    *
      *                                   UNIT PRICE OF ONE UNSHIPPED *
      *                                   ORDER LINE WITH A REASON    *
      *                                   CODE; OVER THE ROLE LIMIT   *
      *                                   IT IS QUEUED FOR PDA057     *
      *  10/15/26   R. MCALLEN            ACTION -X- CANCELS AN       *
      *                                   UNSHIPPED ORDER WITH AN     *
      *                                   ORDER_CANCEL_REASON CODE,   *
      *                                   KEEPING IT AS CANCELLED     *
      *                                   AND REVERSING THE BLANKET,  *
      *                                   PROMOTION, CUSTOMER TOTAL   *
      *                                   AND APPROVAL POSTINGS OF    *
      *                                   SUBMIT; ACTION -D- IS NO    *
      *                                   LONGER ALLOWED              *
      *  10/15/26   R. MCALLEN            PERIOD LOCK RESOLVES THE    *
      *                                   ORDER'S PERIOD VIA PDAS13   *
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
               88  ACTION-IS-INQUIRY                         VALUE ' '.
               88  ACTION-IS-CHANGE                          VALUE 'C'.
               88  ACTION-IS-DELETE                          VALUE 'D'.
               88  ACTION-IS-PRICE-OVR                       VALUE 'P'.
               88  ACTION-IS-CANCEL                          VALUE 'X'.
               88  ACTION-IS-VALID                           VALUE ' '
                                                                   'C'
                                                                   'P'
                                                                   'X'.

           05  WS-ERROR-FOUND-SW       PIC X(01)             VALUE 'N'.
               88  ERROR-FOUND                               VALUE 'Y'.
               88  NO-ERROR-FOUND                            VALUE 'N'.

           05  WS-LINES-END-SW         PIC X(01)             VALUE 'N'.
               88  END-OF-ORDER-LINES                        VALUE 'Y'.

           05  WS-LINE-SHIPPED-SW      PIC X(01)             VALUE 'N'.
               88  ORDER-LINE-SHIPPED                        VALUE 'Y'.

           EJECT
      *****************************************************************
      *    MISCELLANEOUS WORK FIELDS                                  *
      *****************************************************************
       01  WS-MISCELLANEOUS-FIELDS.
           05  WMF-ORDER-PERIOD        PIC X(06)   VALUE SPACES.
           05  WMF-LOCK-DATE           PIC X(08)   VALUE SPACES.
           05  WMF-PERIOD-LOCK-COUNT   PIC S9(09)  VALUE +0 COMP.

           05  WMF-ABSTIME             PIC S9(15)  VALUE +0  COMP-3.
               10 WMF-ORDER-KEY-PREFIX PIC 9(05).
               10 WMF-ORDER-KEY-NUMBER PIC X(10).

      *****************************************************************
      *    MANUAL LINE PRICE OVERRIDE (ACTION -P-) -- THE LINE        *
      *    SEQUENCE, THE NEW UNIT PRICE KEYED AS NINE DIGITS WITH TWO *
      *    IMPLIED DECIMALS, AND A PRICE_OVERRIDE_REASON CODE.  THE   *
      *    PERCENT OFF ALLOWED WITHOUT SUPERVISOR APPROVAL COMES FROM *
      *    THE VPRCOVR CONTROL RECORD BY ROLE, DEFAULTING BELOW       *
      *****************************************************************

           05  WMF-OVR-SEQ             PIC 9(05)   VALUE ZEROES.
           05  WMF-OVR-PRICE-X         PIC X(09)   VALUE SPACES.
           05  WMF-OVR-PRICE           REDEFINES   WMF-OVR-PRICE-X
                                       PIC 9(07)V99.
           05  WMF-OVR-REASON          PIC X(03)   VALUE SPACES.
           05  WMF-OVR-LIST-PRICE      PIC S9(08)V99 VALUE +0.
           05  WMF-OVR-OLD-PRICE       PIC S9(08)V99 VALUE +0.
           05  WMF-OVR-PCT-OFF         PIC S9(03)V99 VALUE +0.
           05  WMF-OVR-LIMIT-PCT       PIC 9(03)V99 VALUE ZEROES.
           05  WMF-OVR-NUMBER          PIC 9(10)   VALUE ZEROES.
           05  WMF-OVR-DATE            PIC 9(08)   VALUE ZEROES.
           05  WMF-OVR-UPDATE-LIMIT    PIC 9(03)V99 VALUE 5.00.
           05  WMF-OVR-ADMIN-LIMIT     PIC 9(03)V99 VALUE 15.00.

      *****************************************************************
      *    ORDER CANCEL (ACTION -X-) -- THE ORDER_CANCEL_REASON CODE  *
      *    IS KEYED IN THE REASON CODE FIELD SHARED WITH ACTION -P-   *
      *****************************************************************

           05  WMF-CXL-REASON          PIC X(03)   VALUE SPACES.
           05  WMF-CANCELLED-STATUS    PIC X(32)   VALUE 'CANCELLED'.


       01  WS-PDAS02                   PIC X(8)    VALUE 'PDAS02'.

           COPY IORDER.
           EJECT

           COPY IORDITEM.
           EJECT

      *****************************************************************
      *    FILE LAYOUTS                                               *
      *****************************************************************
           COPY VAUDORD.
           EJECT

           COPY VPRCOVR.
           EJECT

           COPY VBLANKET.
           EJECT

           COPY VPROMO.
           EJECT

           COPY VCUSTOMR.
           EJECT

           COPY VAPPROVQ.
           EJECT

      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************
              INCLUDE DORDSTAT
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DOVRRSN
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DCANRSN
           END-EXEC.
           EJECT
      *****************************************************************
      *    ORDER STATUS EDIT WORK FIELDS                              *
      *****************************************************************
           COPY PDAS07CY.
           EJECT
      *****************************************************************
      *    RESPONSE TIME LOG (PDAS14) COMMAREA                        *
      *****************************************************************

           COPY PDAS14CY.
           EJECT
      *****************************************************************
      *    ORDER EVENT JOURNAL (PDAS09) PARAMETERS                    *
      *****************************************************************

           COPY PDAS09CY.
           EJECT
      *****************************************************************
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      *
      *****************************************************************

           COPY PDAS13CY.
           EJECT
      *****************************************************************
      *    SECURITY EVENT LOG (PDAS08) COMMAREA                       *
      *****************************************************************

       P00200-CICS-RETURN.


           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS RETURN
                     TRANSID       ('PD10')
                     COMMAREA      (DFHCOMMAREA)


      *****************************************************************
      *    IF REQUEST IS PF4 (VIEW ORDER ITEMS) OR AN UPDATE ACTION   *
      *    REQUEST, AN INQUIRY MUST HAVE BEEN PERFORMED FIRST         *
      *****************************************************************



      *****************************************************************
      *    ACTION CODE MUST BE SPACE (INQUIRY), -C- (CHANGE), -P-     *
      *    (LINE PRICE OVERRIDE) OR -X- (CANCEL).  THE FORMER -D-     *
      *    (DELETE) IS REFUSED -- A SUBMITTED ORDER IS CANCELLED SO   *
      *    ITS HISTORY AND POSTINGS ARE KEPT                          *
      *****************************************************************

           MOVE ACTIONI                TO WS-ACTION-CODE-SW.

           IF ACTION-IS-DELETE
               MOVE -1                 TO ACTIONL
               MOVE DFHUNIMD           TO ACTIONA
               MOVE PM338-USE-CANCEL-ACTION
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P03600-EDIT-KEY-FIELDS-EXIT.

           IF ACTION-IS-VALID
               NEXT SENTENCE
           ELSE
           ELSE

      *****************************************************************
      *    OTHERWISE PERFORM THE UPDATE PROCESS (CHANGE, PRICE        *
      *    OVERRIDE, CANCEL)                                          *
      *****************************************************************

               PERFORM  P07000-UPDATE-PROCESS
      *                                                               *
      *    FUNCTION :  ROUTINE TO CONTROL THE ORDER UPDATE            *
      *                PROCESSING BASED ON THE ACTION CODE ENTERED    *
      *                (CHANGE, PRICE OVERRIDE, CANCEL PROCESSES)     *
      *                                                               *
      *    CALLED BY:  P05000-PROCESS-SCREEN                          *
      *                                                               *
           ELSE
               NEXT SENTENCE.

           IF ACTION-IS-PRICE-OVR
               PERFORM  P07200-EDIT-PRICE-OVERRIDE
                   THRU P07200-EDIT-PRICE-OVERRIDE-EXIT
           ELSE
               NEXT SENTENCE.

           IF ACTION-IS-CANCEL
               PERFORM  P07300-EDIT-CANCEL-REASON
                   THRU P07300-EDIT-CANCEL-REASON-EXIT
           ELSE
               NEXT SENTENCE.

           IF ERROR-FOUND
               GO TO P07000-UPDATE-PROCESS-EXIT.

               GO TO P07000-UPDATE-PROCESS-EXIT.

      *****************************************************************
      *    PERFORM CHANGE, PRICE OVERRIDE OR CANCEL OPERATIONS        *
      *****************************************************************

           IF ACTION-IS-CHANGE
               PERFORM  P08000-CHANGE-PROCESS
                   THRU P08000-CHANGE-PROCESS-EXIT
           ELSE
           IF ACTION-IS-PRICE-OVR
               PERFORM  P08500-PRICE-OVERRIDE-PROCESS
                   THRU P08500-PRICE-OVERRIDE-PROCESS-EXIT
           ELSE
               PERFORM  P09000-CANCEL-PROCESS
                   THRU P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07200-EDIT-PRICE-OVERRIDE                     *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT A LINE PRICE OVERRIDE REQUEST  *
      *                (ACTION -P-) -- USER ROLE, LINE SEQUENCE, NEW  *
      *                UNIT PRICE AND REASON CODE                     *
      *                                                               *
      *    CALLED BY:  P07000-UPDATE-PROCESS                          *
      *                                                               *
      *****************************************************************

       P07200-EDIT-PRICE-OVERRIDE.

           IF PC-USER-MAY-UPDATE
               NEXT SENTENCE
           ELSE
               MOVE -1                 TO ACTIONL
               MOVE PM154-UPDATE-NOT-AUTHORIZED
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P07200-EDIT-PRICE-OVERRIDE-EXIT.


      *****************************************************************
      *    LINE SEQUENCE MUST BE NUMERIC, AND GREATER THAN ZERO       *
      *****************************************************************

           MOVE +5                     TO WMF-NUM-LTH.
           MOVE OVRSEQI                TO WMF-NUM-INPUT.

           PERFORM  P70500-EDIT-NUMERIC-FIELD
               THRU P70500-EDIT-NUMERIC-FIELD-EXIT.

           IF WMF-NUM-ERROR            >  ZEROES    OR
              WMF-NUM-OUTPUT           =  ZEROES
               MOVE -1                 TO OVRSEQL
               MOVE DFHUNINT           TO OVRSEQA
               MOVE PM315-OVERRIDE-INVALID
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P07200-EDIT-PRICE-OVERRIDE-EXIT
           ELSE
               MOVE WMF-NUM-OUTPUT     TO WMF-OVR-SEQ.


      *****************************************************************
      *    NEW UNIT PRICE MUST BE NUMERIC, AND GREATER THAN ZERO      *
      *****************************************************************

           MOVE NEWPRCI                TO WMF-OVR-PRICE-X.

           INSPECT WMF-OVR-PRICE-X
               CONVERTING WMF-UNDERSCORE-LOWVALUE-R TO '  '.
           INSPECT WMF-OVR-PRICE-X
               REPLACING LEADING SPACES BY ZEROES.

           IF WMF-OVR-PRICE-X          NOT NUMERIC  OR
              WMF-OVR-PRICE            =  ZEROES
               MOVE -1                 TO NEWPRCL
               MOVE DFHUNINT           TO NEWPRCA
               MOVE PM315-OVERRIDE-INVALID
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P07200-EDIT-PRICE-OVERRIDE-EXIT.


      *****************************************************************
      *    REASON CODE MUST BE ON THE PRICE_OVERRIDE_REASON TABLE     *
      *****************************************************************

           MOVE RSNCDI                 TO WMF-OVR-REASON.

           INSPECT WMF-OVR-REASON
               CONVERTING WMF-UNDERSCORE-LOWVALUE-R TO '  '.

           MOVE PC-USERID-NUMBER       TO OVR-REASON-PREFIX.
           MOVE WMF-OVR-REASON         TO OVR-REASON-CODE.

           EXEC SQL
               SELECT  DESCRIPTION
               INTO    :OVR-REASON-DESCRIPTION
               FROM    PRICE_OVERRIDE_REASON
               WHERE   PREFIX          = :OVR-REASON-PREFIX AND
                       CODE            = :OVR-REASON-CODE
           END-EXEC.

           IF SQLCODE                  =  +100
               MOVE -1                 TO RSNCDL
               MOVE DFHUNIMD           TO RSNCDA
               MOVE PM315-OVERRIDE-INVALID
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P07200-EDIT-PRICE-OVERRIDE-EXIT.

           IF SQLCODE              NOT =  +0
               MOVE 'DB2'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPDE-PROGRAM-ID
               MOVE SQLCODE            TO WPDE-DB2-SQLCODE
               MOVE 'SELECT PRICE_OVERRIDE_REASON'
                                       TO WPDE-FUNCTION
               MOVE 'P07200'           TO WPDE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


       P07200-EDIT-PRICE-OVERRIDE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07300-EDIT-CANCEL-REASON                      *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT AN ORDER CANCEL REQUEST        *
      *                (ACTION -X-) -- USER ROLE AND REASON CODE      *
      *                                                               *
      *    CALLED BY:  P07000-UPDATE-PROCESS                          *
      *                                                               *
      *****************************************************************

       P07300-EDIT-CANCEL-REASON.

           IF PC-USER-MAY-UPDATE
               NEXT SENTENCE
           ELSE
               MOVE -1                 TO ACTIONL
               MOVE PM154-UPDATE-NOT-AUTHORIZED
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P07300-EDIT-CANCEL-REASON-EXIT.


      *****************************************************************
      *    REASON CODE MUST BE ON THE ORDER_CANCEL_REASON TABLE       *
      *****************************************************************

           MOVE RSNCDI                 TO WMF-CXL-REASON.

           INSPECT WMF-CXL-REASON
               CONVERTING WMF-UNDERSCORE-LOWVALUE-R TO '  '.

           MOVE PC-USERID-NUMBER       TO CAN-REASON-PREFIX.
           MOVE WMF-CXL-REASON         TO CAN-REASON-CODE.

           EXEC SQL
               SELECT  DESCRIPTION
               INTO    :CAN-REASON-DESCRIPTION
               FROM    ORDER_CANCEL_REASON
               WHERE   PREFIX          = :CAN-REASON-PREFIX AND
                       CODE            = :CAN-REASON-CODE
           END-EXEC.

           IF SQLCODE                  =  +100
               MOVE -1                 TO RSNCDL
               MOVE DFHUNIMD           TO RSNCDA
               MOVE PM335-CANCEL-REASON-INVALID
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P07300-EDIT-CANCEL-REASON-EXIT.

           IF SQLCODE              NOT =  +0
               MOVE 'DB2'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPDE-PROGRAM-ID
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
               MOVE -1                 TO  ACTIONL
               MOVE PM337-ORDER-IS-CANCELLED
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P08000-CHANGE-PROCESS-EXIT.


      *****************************************************************
      *    CAPTURE THE BEFORE IMAGE OF THE ORDER ROOT FOR THE AUDIT   *
      *    TRAIL BEFORE ANY FIELD IS OVERLAID                         *
              WSE-NEW-ORDER-STATUS     =  ORDER-STATUS
               GO TO P08100-EDIT-ORDER-STATUS-EXIT.

      *****************************************************************
      *    CANCELLED IS NOT KEYED AS A STATUS -- ACTION -X- MUST BE   *
      *    USED SO THE SUBMIT POSTINGS ARE REVERSED                   *
      *****************************************************************

           IF WSE-NEW-ORDER-STATUS     =  WMF-CANCELLED-STATUS
               MOVE -1                 TO ORDSTATL
               MOVE DFHUNINT           TO ORDSTATA
               MOVE PM338-USE-CANCEL-ACTION
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P08100-EDIT-ORDER-STATUS-EXIT.

           MOVE +0 TO WS-DEADLOCK-RETRIES.

           PERFORM P08110-READ-RULE-ONCE THRU P08110-READ-RULE-ONCE-EXIT
      *                A CLOSED ACCOUNTING PERIOD (PERIOD_LOCK)       *
      *                                                               *
      *    CALLED BY:  P08000-CHANGE-PROCESS                          *
      *                P08500-PRICE-OVERRIDE-PROCESS                  *
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
               MOVE 'PDA010'           TO WPDE-PROGRAM-ID
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
      *    PARAGRAPH:  P08500-PRICE-OVERRIDE-PROCESS                  *
      *                                                               *
      *    FUNCTION :  ROUTINE TO OVERRIDE THE UNIT PRICE OF ONE      *
      *                UNSHIPPED ORDER LINE.  THE PERCENT OFF THE     *
      *                LINE'S NORMAL PRICE IS CHECKED AGAINST THE     *
      *                USER'S ROLE LIMIT -- WITHIN IT THE LINE AND    *
      *                THE ORDER TOTAL ARE REPRICED, OVER IT THE      *
      *                LINE IS FLAGGED AND THE OVERRIDE WAITS ON THE  *
      *                SUPERVISOR QUEUE (PDA057).  EVERY OVERRIDE IS  *
      *                JOURNALED ON VPRCOVR.                          *
      *                                                               *
      *    CALLED BY:  P07000-UPDATE-PROCESS                          *
      *                                                               *
      *****************************************************************

       P08500-PRICE-OVERRIDE-PROCESS.


      *****************************************************************
      *    RETRIEVE THE ORDER ROOT, APPLY THE SAME OPTIMISTIC LOCK    *
      *    AND CLOSED PERIOD CHECKS AS A CHANGE                       *
      *****************************************************************

           MOVE PC-USERID-NUMBER       TO  WMF-ORDER-KEY-PREFIX.
               THRU P10200-GU-ORDER-SEGMENT-EXIT.

           IF ERROR-FOUND
               GO TO P08500-PRICE-OVERRIDE-PROCESS-EXIT.

           IF WPCW-ORDER-UPDATE-COUNT NUMERIC
              AND ORDER-UPDATE-COUNT NOT = WPCW-ORDER-UPDATE-COUNT
               MOVE -1                 TO  ORDNBRL
               MOVE PM164-UPDATE-CONFLICT
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P08500-PRICE-OVERRIDE-PROCESS-EXIT.

           PERFORM  P08200-CHECK-PERIOD-LOCK
               THRU P08200-CHECK-PERIOD-LOCK-EXIT.

           IF ERROR-FOUND
               GO TO P08500-PRICE-OVERRIDE-PROCESS-EXIT.


      *****************************************************************
      *    A CANCELLED ORDER ALLOWS NO FURTHER MAINTENANCE            *
      *****************************************************************

           IF ORDER-STATUS             =  WMF-CANCELLED-STATUS
               MOVE -1                 TO  ACTIONL
               MOVE PM337-ORDER-IS-CANCELLED
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P08500-PRICE-OVERRIDE-PROCESS-EXIT.


      *****************************************************************
      *    RETRIEVE THE ORDER LINE FOR UPDATE.  A LINE NOT FOUND,     *
      *    ALREADY (PARTLY) SHIPPED, OR WITH AN OVERRIDE STILL        *
      *    AWAITING A DECISION CANNOT BE OVERRIDDEN                   *
      *****************************************************************

           MOVE PC-USERID-NUMBER       TO  ORDER-ITEM-PREFIX.
           MOVE WMF-OVR-SEQ            TO  ORDER-ITEM-SEQUENCE.

           EXEC DLI GHU USING
                    PCB         (1)
                    SEGMENT     (ORDER)
                    WHERE       (ORDKEY=WMF-ORDER-KEY)
                    FIELDLENGTH (15)
                    SEGMENT     (ORDITEM)
                    INTO        (ORDER-ITEM-SEGMENT)
                    SEGLENGTH   (151)
                    WHERE       (ITEMKEY=ORDER-ITEM-KEY)
                    FIELDLENGTH (10)
           END-EXEC.

           IF DIBSTAT                  =  SPACES  OR  'GE'
               NEXT SENTENCE
           ELSE
               MOVE 'IMS'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPIE-PROGRAM-ID
               MOVE DIBSTAT            TO WPIE-STATUS-CODE
               MOVE 'GHU'              TO WPIE-FUNCTION-CODE
               MOVE 'ORDITEM'          TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB'         TO WPIE-DATABASE-NAME
               MOVE 'P08500'           TO WPIE-PARAGRAPH
               MOVE 'GHU ORDER ITEM SEGMENT'
                                       TO WPIE-COMMAND
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           IF DIBSTAT                  =  'GE'               OR
              ORDER-ITEM-QTY-SHIPPED   >  ZEROES             OR
              ORDER-ITEM-OVR-PENDING
               MOVE -1                 TO OVRSEQL
               MOVE DFHUNINT           TO OVRSEQA
               MOVE PM319-LINE-NOT-OVERRIDABLE
                                       TO WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P08500-PRICE-OVERRIDE-PROCESS-EXIT.


      *****************************************************************
      *    THE NORMAL PRICE IS THE ORIGINAL PRICE OF A LINE ALREADY   *
      *    OVERRIDDEN, OTHERWISE THE LINE'S UNIT PRICE                *
      *****************************************************************

           MOVE ORDER-ITEM-UNIT-PRICE  TO WMF-OVR-OLD-PRICE.

           IF ORDER-ITEM-OVR-APPLIED
               MOVE ORDER-ITEM-ORIG-PRICE
                                       TO WMF-OVR-LIST-PRICE
           ELSE
               MOVE ORDER-ITEM-UNIT-PRICE
                                       TO WMF-OVR-LIST-PRICE.

           IF WMF-OVR-PRICE            <  WMF-OVR-LIST-PRICE
               COMPUTE WMF-OVR-PCT-OFF ROUNDED =
                   (WMF-OVR-LIST-PRICE - WMF-OVR-PRICE) * 100 /
                   WMF-OVR-LIST-PRICE
           ELSE
               MOVE ZEROES             TO WMF-OVR-PCT-OFF.

           PERFORM  P08510-NEXT-OVERRIDE-NUMBER
               THRU P08510-NEXT-OVERRIDE-NUMBER-EXIT.


      *****************************************************************
      *    UPDATE THE ORDER LINE -- REPRICED WITHIN THE LIMIT,        *
      *    OTHERWISE FLAGGED FOR THE SUPERVISOR AT ITS CURRENT PRICE  *
      *****************************************************************

           MOVE WMF-OVR-LIST-PRICE     TO ORDER-ITEM-ORIG-PRICE.
           MOVE WMF-OVR-REASON         TO ORDER-ITEM-OVR-REASON.

           IF WMF-OVR-PCT-OFF          >  WMF-OVR-LIMIT-PCT
               MOVE 'P'                TO ORDER-ITEM-OVR-STATUS
           ELSE
               MOVE 'A'                TO ORDER-ITEM-OVR-STATUS
               MOVE WMF-OVR-PRICE      TO ORDER-ITEM-UNIT-PRICE.

           EXEC DLI REPL USING
                    PCB         (1)
                    SEGMENT     (ORDITEM)
                    FROM        (ORDER-ITEM-SEGMENT)
                    SEGLENGTH   (151)
           END-EXEC.

           IF DIBSTAT                  =  SPACES
               NEXT SENTENCE
           ELSE
               MOVE 'IMS'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPIE-PROGRAM-ID
               MOVE DIBSTAT            TO WPIE-STATUS-CODE
               MOVE 'REPL'             TO WPIE-FUNCTION-CODE
               MOVE 'ORDITEM'          TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB'         TO WPIE-DATABASE-NAME
               MOVE 'P08500'           TO WPIE-PARAGRAPH
               MOVE 'REPL ORDER ITEM SEGMENT'
                                       TO WPIE-COMMAND
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


      *****************************************************************
      *    REPRICE THE ORDER TOTAL BY THE CHANGE IN THE LINE'S        *
      *    EXTENDED PRICE AND BUMP THE UPDATE COUNT                   *
      *****************************************************************

           PERFORM  P10200-GU-ORDER-SEGMENT
               THRU P10200-GU-ORDER-SEGMENT-EXIT.

           IF ERROR-FOUND
               GO TO P08500-PRICE-OVERRIDE-PROCESS-EXIT.

           IF ORDER-ITEM-OVR-APPLIED
               COMPUTE ORDER-TOTAL-AMOUNT =
                   ORDER-TOTAL-AMOUNT +
                   ((WMF-OVR-PRICE - WMF-OVR-OLD-PRICE) *
                     ORDER-ITEM-QUANTITY)
           ELSE
               NEXT SENTENCE.

           IF ORDER-UPDATE-COUNT NUMERIC
               ADD 1                   TO  ORDER-UPDATE-COUNT
           ELSE
               MOVE 1                  TO  ORDER-UPDATE-COUNT.

           MOVE ORDER-UPDATE-COUNT     TO  WPCW-ORDER-UPDATE-COUNT.

           PERFORM  P10300-REPL-ORDER-SEGMENT
               THRU P10300-REPL-ORDER-SEGMENT-EXIT.

           PERFORM  P08520-WRITE-OVERRIDE
               THRU P08520-WRITE-OVERRIDE-EXIT.


      *****************************************************************
      *    JOURNAL THE OVERRIDE ON THE ORDER EVENT TRAIL (NON-FATAL)  *
      *****************************************************************

           MOVE SPACES                 TO  PDAS09-PARMS.
           MOVE 'PRICEOVR'             TO  PDAS09-EVENT-TYPE.
           MOVE WMF-ORDER-KEY-PREFIX   TO  PDAS09-ORDER-PREFIX.
           MOVE WMF-ORDER-KEY-NUMBER   TO  PDAS09-ORDER-NUMBER.
           MOVE PC-USERID-ID           TO  PDAS09-USERID.
           MOVE ORDER-STATUS           TO  PDAS09-STATUS.
           MOVE ORDER-TOTAL-AMOUNT     TO  PDAS09-TOTAL-AMOUNT.
           MOVE ORDER-TAX-AMOUNT       TO  PDAS09-TAX-AMOUNT.

           CALL 'PDAS09' USING PDAS09-PARMS.


      *****************************************************************
      *    FORMAT COMPLETION MESSAGE, CLEAR ACTION CODE               *
      *****************************************************************

           MOVE SPACES                 TO  ACTIONI.

           IF ORDER-ITEM-OVR-APPLIED
               MOVE PM313-OVERRIDE-APPLIED
                                       TO  WMF-MESSAGE-AREA
           ELSE
               MOVE PM314-OVERRIDE-QUEUED
                                       TO  WMF-MESSAGE-AREA.

           PERFORM  P70100-MESSAGE-ROUTINE
               THRU P70100-MESSAGE-ROUTINE-EXIT.


       P08500-PRICE-OVERRIDE-PROCESS-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08510-NEXT-OVERRIDE-NUMBER                    *
      *                                                               *
      *    FUNCTION :  ROUTINE TO ASSIGN THE NEXT OVERRIDE NUMBER     *
      *                FROM THE VPRCOVR CONTROL RECORD (CREATED ON    *
      *                FIRST USE) AND PICK UP THE ROLE LIMIT          *
      *                                                               *
      *    CALLED BY:  P08500-PRICE-OVERRIDE-PROCESS                  *
      *                                                               *
      *****************************************************************

       P08510-NEXT-OVERRIDE-NUMBER.

           MOVE PC-USERID-NUMBER       TO PRCOVR-PREFIX.
           MOVE ZEROES                 TO PRCOVR-NUMBER.

           EXEC CICS READ
                     DATASET ('PDAPOVR')
                     INTO    (PRICE-OVERRIDE-RECORD)
                     RIDFLD  (PRCOVR-KEY)
                     UPDATE
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE         =  DFHRESP(NOTFND)
               MOVE SPACES             TO PRICE-OVERRIDE-RECORD
               MOVE PC-USERID-NUMBER   TO PRCOVR-PREFIX
               MOVE ZEROES             TO PRCOVR-NUMBER
                                          PRCOVR-LAST-NUMBER
                                          PRCOVR-UPDATE-LIMIT-PCT
                                          PRCOVR-ADMIN-LIMIT-PCT
               EXEC CICS WRITE
                         DATASET ('PDAPOVR')
                         FROM    (PRICE-OVERRIDE-RECORD)
                         RIDFLD  (PRCOVR-KEY)
                         RESP    (WS-RESPONSE-CODE)
               END-EXEC
               EXEC CICS READ
                         DATASET ('PDAPOVR')
                         INTO    (PRICE-OVERRIDE-RECORD)
                         RIDFLD  (PRCOVR-KEY)
                         UPDATE
                         RESP    (WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               NEXT SENTENCE.

           IF WS-RESPONSE-CODE         =  DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'READ UPDATE PRICE OVERRIDE CTL'
                                       TO WPCE-COMMAND
               MOVE 'P08510'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           IF PRCOVR-LAST-NUMBER       NOT NUMERIC
               MOVE ZEROES             TO PRCOVR-LAST-NUMBER.

           ADD 1                       TO PRCOVR-LAST-NUMBER.
           MOVE PRCOVR-LAST-NUMBER     TO WMF-OVR-NUMBER.

           IF PC-USER-IS-ADMIN
               MOVE WMF-OVR-ADMIN-LIMIT
                                       TO WMF-OVR-LIMIT-PCT
               IF PRCOVR-ADMIN-LIMIT-PCT NUMERIC AND
                  PRCOVR-ADMIN-LIMIT-PCT >  ZEROES
                   MOVE PRCOVR-ADMIN-LIMIT-PCT
                                       TO WMF-OVR-LIMIT-PCT
               END-IF
           ELSE
               MOVE WMF-OVR-UPDATE-LIMIT
                                       TO WMF-OVR-LIMIT-PCT
               IF PRCOVR-UPDATE-LIMIT-PCT NUMERIC AND
                  PRCOVR-UPDATE-LIMIT-PCT >  ZEROES
                   MOVE PRCOVR-UPDATE-LIMIT-PCT
                                       TO WMF-OVR-LIMIT-PCT
               END-IF
           END-IF.

           EXEC CICS REWRITE
                     DATASET ('PDAPOVR')
                     FROM    (PRICE-OVERRIDE-RECORD)
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE         =  DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'REWRITE PRICE OVERRIDE CTL'
                                       TO WPCE-COMMAND
               MOVE 'P08510'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


       P08510-NEXT-OVERRIDE-NUMBER-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08520-WRITE-OVERRIDE                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO JOURNAL THE LINE PRICE OVERRIDE ON  *
      *                THE VPRCOVR FILE                               *
      *                                                               *
      *    CALLED BY:  P08500-PRICE-OVERRIDE-PROCESS                  *
      *                                                               *
      *****************************************************************

       P08520-WRITE-OVERRIDE.

           EXEC CICS FORMATTIME
                     ABSTIME  (WMF-ABSTIME)
                     YYYYMMDD (WMF-OVR-DATE)
                     NOHANDLE
           END-EXEC.

           MOVE SPACES                 TO PRICE-OVERRIDE-RECORD.
           MOVE PC-USERID-NUMBER       TO PRCOVR-PREFIX.
           MOVE WMF-OVR-NUMBER         TO PRCOVR-NUMBER.
           MOVE 'O'                    TO PRCOVR-SOURCE.
           MOVE ZEROES                 TO PRCOVR-PENDING-SEQ.
           MOVE ORDER-NUMBER           TO PRCOVR-ORDER-NUMBER.
           MOVE ORDER-ITEM-SEQUENCE    TO PRCOVR-ITEM-SEQ.
           MOVE ORDER-CUSTOMER-ID      TO PRCOVR-CUSTOMER-ID.
           MOVE ORDER-ITEM-ITEM-NUMBER TO PRCOVR-ITEM-NUMBER.
           MOVE ORDER-ITEM-SUPPLIER-ID TO PRCOVR-SUPPLIER-ID.
           MOVE ORDER-ITEM-QUANTITY    TO PRCOVR-QUANTITY.
           MOVE WMF-OVR-LIST-PRICE     TO PRCOVR-LIST-PRICE.
           MOVE WMF-OVR-PRICE          TO PRCOVR-NEW-PRICE.
           MOVE WMF-OVR-PCT-OFF        TO PRCOVR-PCT-OFF.
           MOVE WMF-OVR-REASON         TO PRCOVR-REASON-CODE.
           MOVE PC-USERID-ID           TO PRCOVR-USERID.
           MOVE PC-USER-ROLE           TO PRCOVR-USER-ROLE.
           MOVE WMF-OVR-DATE           TO PRCOVR-DATE.
           MOVE ORDER-ITEM-OVR-STATUS  TO PRCOVR-STATUS.
           MOVE ZEROES                 TO PRCOVR-DECIDED-DATE.

           EXEC CICS WRITE
                     DATASET ('PDAPOVR')
                     FROM    (PRICE-OVERRIDE-RECORD)
                     RIDFLD  (PRCOVR-KEY)
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE         =  DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'WRITE PRICE OVERRIDE'
                                       TO WPCE-COMMAND
               MOVE 'P08520'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


       P08520-WRITE-OVERRIDE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CONTROL THE ORDER CANCEL            *
      *                PROCESSING.  THE ORDER IS KEPT IN CANCELLED    *
      *                STATUS WITH ITS REASON, DATE AND USER, AND     *
      *                EVERYTHING SUBMIT (PDA009) POSTED FOR IT IS    *
      *                REVERSED -- BLANKET RELEASES, THE PROMOTION    *
      *                REDEMPTION, THE CUSTOMER ORDER TOTALS AND ANY  *
      *                APPROVAL QUEUE ENTRY.  A CANCELLED ORDER IS    *
      *                NEVER PICKED (PDAB55), SHIPPED (PDAB28) OR     *
      *                INVOICED (PDAB26), WHICH RELEASES ITS          *
      *                WAREHOUSE ALLOCATION.  AN ORDER WITH ANY LINE  *
      *                SHIPPED CANNOT BE CANCELLED.                   *
      *                                                               *
      *    CALLED BY:  P07000-UPDATE-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09000-CANCEL-PROCESS.


      *****************************************************************
      *    RETRIEVE THE ORDER ROOT, NOT FOUND IS AN ERROR             *
      *****************************************************************

           MOVE PC-USERID-NUMBER       TO  WMF-ORDER-KEY-PREFIX.
           MOVE ORDNBRI                TO  WMF-ORDER-KEY-NUMBER.

           PERFORM  P10200-GU-ORDER-SEGMENT
               THRU P10200-GU-ORDER-SEGMENT-EXIT.

           IF ERROR-FOUND
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    OPTIMISTIC LOCK CHECK -- A CANCEL AGAINST AN ORDER THAT    *
      *    CHANGED SINCE IT WAS DISPLAYED IS REJECTED AND JOURNALED   *
      *****************************************************************

           IF WPCW-ORDER-UPDATE-COUNT NUMERIC
              AND ORDER-UPDATE-COUNT NOT = WPCW-ORDER-UPDATE-COUNT
               MOVE SPACES             TO  PDAS09-PARMS
               MOVE 'CONFLICT'         TO  PDAS09-EVENT-TYPE
               MOVE WMF-ORDER-KEY-PREFIX
                                       TO  PDAS09-ORDER-PREFIX
               MOVE WMF-ORDER-KEY-NUMBER
                                       TO  PDAS09-ORDER-NUMBER
               MOVE PC-USERID-ID       TO  PDAS09-USERID
               MOVE ORDER-STATUS       TO  PDAS09-STATUS
               MOVE ORDER-TOTAL-AMOUNT TO  PDAS09-TOTAL-AMOUNT
               MOVE ORDER-TAX-AMOUNT   TO  PDAS09-TAX-AMOUNT
               CALL 'PDAS09' USING PDAS09-PARMS
               MOVE -1                 TO  ORDNBRL
               MOVE PM164-UPDATE-CONFLICT
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    AN ORDER ALREADY CANCELLED CANNOT BE CANCELLED AGAIN       *
      *****************************************************************

           IF ORDER-STATUS             =  WMF-CANCELLED-STATUS
               MOVE -1                 TO  ACTIONL
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
               MOVE -1                 TO  ACTIONL
               MOVE PM336-CANCEL-LINE-SHIPPED
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P09000-CANCEL-PROCESS-EXIT.


      *****************************************************************
      *    RETURN EVERY BLANKET RELEASE DRAWN AT SUBMIT               *
      *****************************************************************

           PERFORM  P10200-GU-ORDER-SEGMENT
               THRU P10200-GU-ORDER-SEGMENT-EXIT.

           IF ERROR-FOUND
               GO TO P09000-CANCEL-PROCESS-EXIT.

           MOVE 'N'                    TO  WS-LINES-END-SW.

           PERFORM  P09200-RELEASE-BLANKET-LINE
               THRU P09200-RELEASE-BLANKET-LINE-EXIT
               UNTIL END-OF-ORDER-LINES.


      *****************************************************************
      *    TAKE BACK THE PROMOTION REDEMPTION, THE CUSTOMER ORDER     *
      *    TOTALS AND ANY APPROVAL STILL QUEUED FOR THE SUPERVISOR    *
      *****************************************************************

           PERFORM  P10200-GU-ORDER-SEGMENT
               THRU P10200-GU-ORDER-SEGMENT-EXIT.

           IF ERROR-FOUND
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
           MOVE PC-USERID-ID           TO  ORDER-CANCEL-USERID.

           IF ORDER-UPDATE-COUNT NUMERIC
               ADD 1                   TO  ORDER-UPDATE-COUNT
           ELSE
               MOVE 1                  TO  ORDER-UPDATE-COUNT.

           MOVE ORDER-UPDATE-COUNT     TO  WPCW-ORDER-UPDATE-COUNT.

           PERFORM  P10300-REPL-ORDER-SEGMENT
               THRU P10300-REPL-ORDER-SEGMENT-EXIT.


      *****************************************************************
      *    JOURNAL THE CANCEL ON THE ORDER EVENT TRAIL (NON-FATAL)    *
      *****************************************************************

           MOVE SPACES                 TO  PDAS09-PARMS.
           MOVE 'CANCEL'               TO  PDAS09-EVENT-TYPE.
           MOVE WMF-ORDER-KEY-PREFIX   TO  PDAS09-ORDER-PREFIX.
           MOVE WMF-ORDER-KEY-NUMBER   TO  PDAS09-ORDER-NUMBER.
           MOVE PC-USERID-ID           TO  PDAS09-USERID.
           MOVE ORDER-STATUS           TO  PDAS09-STATUS.
           MOVE ORDER-TOTAL-AMOUNT     TO  PDAS09-TOTAL-AMOUNT.
           MOVE ORDER-TAX-AMOUNT       TO  PDAS09-TAX-AMOUNT.

           CALL 'PDAS09' USING PDAS09-PARMS.


      *****************************************************************
      *    FORMAT COMPLETION MESSAGE, SHOW THE NEW STATUS, CLEAR      *
      *    ACTION CODE                                                *
      *****************************************************************

           MOVE SPACES                 TO  ACTIONI.
           MOVE ORDER-STATUS           TO  ORDSTATO.
           MOVE PM334-ORDER-CANCELLED  TO  WMF-MESSAGE-AREA.

           PERFORM  P70100-MESSAGE-ROUTINE
               THRU P70100-MESSAGE-ROUTINE-EXIT.


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

           PERFORM  P10600-GNP-ORDER-ITEM
               THRU P10600-GNP-ORDER-ITEM-EXIT.

           IF END-OF-ORDER-LINES
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

           PERFORM  P10600-GNP-ORDER-ITEM
               THRU P10600-GNP-ORDER-ITEM-EXIT.

           IF END-OF-ORDER-LINES
               GO TO P09200-RELEASE-BLANKET-LINE-EXIT.

           IF ORDER-ITEM-BLANKET-NUMBER NUMERIC  AND
              ORDER-ITEM-BLANKET-NUMBER >  ZEROES
               NEXT SENTENCE
           ELSE
               GO TO P09200-RELEASE-BLANKET-LINE-EXIT.

           MOVE PC-USERID-NUMBER       TO BLANKET-PREFIX.
           MOVE ORDER-ITEM-BLANKET-NUMBER
                                       TO BLANKET-NUMBER.

           EXEC CICS READ
                     FILE    ('PDABLKT')
                     INTO    (BLANKET-ORDER-RECORD)
                     RIDFLD  (BLANKET-ORDER-KEY)
                     UPDATE
                     NOHANDLE
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

      *****************************************************************
      *    A BLANKET SINCE REMOVED FROM THE FILE HAS NOTHING TO       *
      *    RETURN THE QUANTITY TO                                     *
      *****************************************************************

           IF WS-RESPONSE-CODE         =  DFHRESP(NOTFND)
               GO TO P09200-RELEASE-BLANKET-LINE-EXIT.

           IF WS-RESPONSE-CODE     NOT =  DFHRESP(NORMAL)
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'CICS READ PDABLKT'
                                       TO WPCE-COMMAND
               MOVE 'P09200'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           IF BLANKET-RELEASED-QTY     >  ORDER-ITEM-QUANTITY
               SUBTRACT ORDER-ITEM-QUANTITY
                                       FROM BLANKET-RELEASED-QTY
           ELSE
               MOVE ZEROES             TO BLANKET-RELEASED-QTY.

           IF BLANKET-EXHAUSTED        AND
              BLANKET-RELEASED-QTY     <  BLANKET-COMMITTED-QTY
               MOVE 'O'                TO BLANKET-STATUS.

           EXEC CICS REWRITE
                     FILE    ('PDABLKT')
                     FROM    (BLANKET-ORDER-RECORD)
                     NOHANDLE
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE     NOT =  DFHRESP(NORMAL)
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE PDABLKT'
                                       TO WPCE-COMMAND
               MOVE 'P09200'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P09200-RELEASE-BLANKET-LINE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09300-REVERSE-PROMO                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO TAKE THE ORDER'S REDEMPTION BACK    *
      *                OFF THE PROMOTION MASTER (PDAPROM).  A         *
      *                PROMOTION SINCE REMOVED IS LEFT ALONE          *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09300-REVERSE-PROMO.

           MOVE PC-USERID-NUMBER       TO PROMO-PREFIX.
           MOVE ORDER-PROMO-CODE       TO PROMO-CODE.

           EXEC CICS READ
                     FILE    ('PDAPROM')
                     INTO    (PROMO-RECORD)
                     RIDFLD  (PROMO-KEY)
                     UPDATE
                     NOHANDLE
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE         =  DFHRESP(NOTFND)
               GO TO P09300-REVERSE-PROMO-EXIT.

           IF WS-RESPONSE-CODE         =  DFHRESP(NORMAL)
               IF PROMO-REDEEMED-COUNT >  ZEROES
                   SUBTRACT 1          FROM PROMO-REDEEMED-COUNT
               END-IF
               SUBTRACT ORDER-PROMO-DISCOUNT
                                       FROM PROMO-REDEEMED-DOLLARS
               IF PROMO-REDEEMED-DOLLARS
                                       <  ZEROES
                   MOVE ZEROES         TO PROMO-REDEEMED-DOLLARS
               END-IF
               EXEC CICS REWRITE
                         FILE    ('PDAPROM')
                         FROM    (PROMO-RECORD)
                         NOHANDLE
                         RESP    (WS-RESPONSE-CODE)
               END-EXEC.

           IF WS-RESPONSE-CODE     NOT =  DFHRESP(NORMAL)
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'PROMO REDEMPTION REVERSAL'
                                       TO WPCE-COMMAND
               MOVE 'P09300'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P09300-REVERSE-PROMO-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09400-REVERSE-CUSTOMER                        *
      *                                                               *
      *    FUNCTION :  ROUTINE TO TAKE THE CANCELLED ORDER OUT OF THE *
      *                CUSTOMER'S ORDER COUNT AND DOLLAR TOTAL ON THE *
      *                CUSTOMER FILE (PDACUST).  THE NIGHTLY TOTALS   *
      *                RECONCILIATION (PDAB19) LEAVES CANCELLED       *
      *                ORDERS OUT THE SAME WAY                        *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09400-REVERSE-CUSTOMER.

           MOVE ORDER-CUSTOMER-PREFIX  TO CUSTOMER-PREFIX.
           MOVE ORDER-CUSTOMER-ID      TO CUSTOMER-ID.

           EXEC CICS READ
                     FILE    ('PDACUST')
                     INTO    (CUSTOMER-RECORD)
                     RIDFLD  (CUSTOMER-KEY)
                     UPDATE
                     NOHANDLE
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE         =  DFHRESP(NOTFND)
               GO TO P09400-REVERSE-CUSTOMER-EXIT.

           IF WS-RESPONSE-CODE         =  DFHRESP(NORMAL)
               IF CUSTOMER-TOTAL-ORDER-COUNT
                                       >  ZEROES
                   SUBTRACT 1          FROM CUSTOMER-TOTAL-ORDER-COUNT
               END-IF
               SUBTRACT ORDER-TOTAL-AMOUNT
                                       FROM CUSTOMER-TOTAL-DOLLAR-AMT
               IF CUSTOMER-TOTAL-DOLLAR-AMT
                                       <  ZEROES
                   MOVE ZEROES         TO CUSTOMER-TOTAL-DOLLAR-AMT
               END-IF
               EXEC CICS REWRITE
                         FILE    ('PDACUST')
                         FROM    (CUSTOMER-RECORD)
                         NOHANDLE
                         RESP    (WS-RESPONSE-CODE)
               END-EXEC.

           IF WS-RESPONSE-CODE     NOT =  DFHRESP(NORMAL)
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'CUSTOMER TOTALS REVERSAL'
                                       TO WPCE-COMMAND
               MOVE 'P09400'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P09400-REVERSE-CUSTOMER-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P09500-CANCEL-APPROVAL                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CLOSE OUT THE ORDER'S ENTRY ON THE  *
      *                APPROVAL QUEUE (PDAAPRV) AS CANCELLED SO THE   *
      *                SUPERVISOR SCREEN (PDA057) NO LONGER OFFERS IT *
      *                                                               *
      *    CALLED BY:  P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

       P09500-CANCEL-APPROVAL.

           MOVE PC-USERID-NUMBER       TO APPROVAL-PREFIX.
           MOVE ORDER-NUMBER           TO APPROVAL-ORDER-NUMBER.

           EXEC CICS READ
                     FILE    ('PDAAPRV')
                     INTO    (APPROVAL-RECORD)
                     RIDFLD  (APPROVAL-KEY)
                     UPDATE
                     NOHANDLE
                     RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE         =  DFHRESP(NOTFND)
               GO TO P09500-CANCEL-APPROVAL-EXIT.

           IF WS-RESPONSE-CODE         =  DFHRESP(NORMAL)
               MOVE 'X'                TO APPROVAL-STATUS
               MOVE PC-USERID-ID       TO APPROVAL-DECIDED-BY
               MOVE WS-CDT-DATE        TO APPROVAL-DECIDED-DATE
               MOVE 'ORDER CANCELLED'  TO APPROVAL-REASON
               EXEC CICS REWRITE
                         FILE    ('PDAAPRV')
                         FROM    (APPROVAL-RECORD)
                         NOHANDLE
                         RESP    (WS-RESPONSE-CODE)
               END-EXEC.

           IF WS-RESPONSE-CODE     NOT =  DFHRESP(NORMAL)
               MOVE 'CICS'             TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE   TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE PDAAPRV'
                                       TO WPCE-COMMAND
               MOVE 'P09500'           TO WPCE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P09500-CANCEL-APPROVAL-EXIT.
           EXIT.
           EJECT


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P10000-SCHEDULE-PSB                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO SCHEDULE THE IMS-DLI PSB USED       *
      *                BY THE MODULE TO ACCESS THE ORDER DATABASE     *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RETRIEVE THE ORDER ROOT SEGMENT     *
      *                                                               *
      *    CALLED BY:  P08000-CHANGE-PROCESS                          *
      *                P08500-PRICE-OVERRIDE-PROCESS                  *
      *                P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

                    PCB         (1)
                    SEGMENT     (ORDER)
                    INTO        (ORDER-SEGMENT)
                    SEGLENGTH   (176)
                    WHERE       (ORDKEY=WMF-ORDER-KEY)
                    FIELDLENGTH (15)
           END-EXEC.
      *    FUNCTION :  ROUTINE TO REPLACE THE ORDER ROOT SEGMENT      *
      *                                                               *
      *    CALLED BY:  P08000-CHANGE-PROCESS                          *
      *                P09000-CANCEL-PROCESS                          *
      *                                                               *
      *****************************************************************

                    PCB         (1)
                    SEGMENT     (ORDER)
                    FROM        (ORDER-SEGMENT)
                    SEGLENGTH   (176)
           END-EXEC.



      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P10600-GNP-ORDER-ITEM                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RETRIEVE THE NEXT ORDER ITEM        *
      *                SEGMENT UNDER THE CURRENT ORDER ROOT.  THE END *
      *                OF THE ORDER'S LINES SETS END-OF-ORDER-LINES   *
      *                                                               *
      *    CALLED BY:  P09100-CHECK-ORDER-LINE                        *
      *                P09200-RELEASE-BLANKET-LINE                    *
      *                                                               *
      *****************************************************************

       P10600-GNP-ORDER-ITEM.


           EXEC DLI GNP USING
                    PCB         (1)
                    SEGMENT     (ORDITEM)
                    INTO        (ORDER-ITEM-SEGMENT)
                    SEGLENGTH   (151)
           END-EXEC.


      *****************************************************************
      *    CHECK STATUS CODE FOR SUCCESS, END OF LINES, ALL OTHERS    *
      *    ARE AN ERROR                                               *
      *****************************************************************

           IF DIBSTAT    =  SPACES
               NEXT SENTENCE
           ELSE

           IF DIBSTAT    =  'GE'  OR  'GB'
               MOVE 'Y'                TO WS-LINES-END-SW
           ELSE
               MOVE 'IMS'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA010'           TO WPIE-PROGRAM-ID
               MOVE DIBSTAT            TO WPIE-STATUS-CODE
               MOVE 'GNP'              TO WPIE-FUNCTION-CODE
               MOVE 'ORDITEM'          TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB'         TO WPIE-DATABASE-NAME
               MOVE 'P10600'           TO WPIE-PARAGRAPH
               MOVE 'GNP ORDER ITEM SEGMENT'
                                       TO WPIE-COMMAND
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


       P10600-GNP-ORDER-ITEM-EXIT.
           EXIT.
           EJECT

      *                VALUES                                         *
      *                                                               *
      *    CALLED BY:  P06000-INQUIRY-PROCESS                         *
      *                                                               *
      *****************************************************************


       P80300-XFER-CONTROL.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS XCTL
                     PROGRAM       (PC-NEXT-PGRMID)
                     COMMAREA      (DFHCOMMAREA)
                   THRU P99500-PDA-ERROR-EXIT.


           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *    RETURN TO CICS (NO TRANSID OPTION)                         *
      *****************************************************************
           EJECT
           COPY PDAIDLE.
           EJECT
           COPY PDARESP.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P08110-READ-RULE-ONCE                          *
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
