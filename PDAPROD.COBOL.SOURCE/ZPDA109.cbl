      *             CURRENCY_RATE               - DB2 (READ ONLY)     *
      *             PENDING ORDER (PENDO1DB)    - IMS (READ/UPDATE)   *
      *             ORDER         (ORDER2DB)    - IMS (READ/UPDATE)   *
      *             SHIPPER                     - DB2 (READ ONLY)     *
      *             CUSTOMER      (VCUSTOMR)    - VSAM (READ ONLY)    *
      *             AR OPEN ITEM  (VARBAL)      - VSAM (READ ONLY)    *
      *             HELD ORDER    (VHELDORD)    - VSAM (READ ONLY)    *
      *             SHIP-TO BOOK  (VSHIPTO)     - VSAM (READ ONLY)    *
      *             BLANKET ORDER (VBLANKET)    - VSAM (READ/UPDATE)  *
      *             PROMOTION     (VPROMO)      - VSAM (READ/UPDATE)  *
      *             SCHEDULED ORD (VSCHDORD)    - VSAM (OUTPUT)       *
      *             ORDER SHIP-TO (VORDSHIP)    - VSAM (OUTPUT)       *
      *             APPROVAL QUE  (VAPPROVQ)    - VSAM (READ/OUTPUT)  *
      *             TAX EXEMPTION (VTAXCERT)    - VSAM (READ ONLY)    *
      *             ITEM COST     (VITEMCST)    - VSAM (READ ONLY)    *
      *             BELOW COST    (VBLWCOST)    - VSAM (OUTPUT)       *
      *             USERID1                     - DB2 (READ ONLY)     *
      *                                                               *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *  09/02/26   R. MCALLEN            ORDITEM PROMISE DATE        *
      *                                   INITIALIZED ON BUILT        *
      *                                   LINES                       *
      *  10/15/26   R. MCALLEN            SUBMIT NOW ENFORCES AND     *
      *                                   POSTS THE SAME RULES AS THE *
      *                                   CICS SUBMIT (PDA009) --     *
      *                                   CREDIT LIMIT AND CREDIT     *
      *                                   HOLD, HAZMAT CARRIER CHECK, *
      *                                   BLANKET DRAWDOWN, FUTURE    *
      *                                   SHIP DATE SCHEDULE, SHIP-TO *
      *                                   SNAPSHOT, PROMOTION AND THE *
      *                                   SUPERVISOR APPROVAL QUEUE.  *
      *                                   NEW SHIPPER, REQ SHIP DATE, *
      *                                   SHIP-TO AND PROMO FIELDS    *
      *  10/15/26   R. MCALLEN            AR OPEN ITEM RECORD NOW     *
      *                                   128 BYTES (PAYMENT TERMS)   *
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     *
      *                                   BYTES (FINANCE CHARGE       *
      *                                   EXEMPT FLAG)                *
      *  10/15/26   R. MCALLEN            SALES TAX EXEMPTION         *
      *                                   CERTIFICATES ON SUBMIT      *
      *  10/15/26   R. MCALLEN            LINES NETTING UNDER THE     *
      *                                   ITEM / SUPPLIER AVERAGE     *
      *                                   COST STOP THE SUBMIT UNLESS *
      *                                   A SUPERVISOR KEYS AN        *
      *                                   OVERRIDE REASON (NEW OVRRSN *
      *                                   FIELD); EACH SUCH LINE IS   *
      *                                   JOURNALED (PDAB110)         *
      *  10/15/26   R. MCALLEN            THE DRAWN BLANKET NUMBER    *
      *                                   AND THE PROMOTION REDEEMED  *
      *                                   ARE KEPT ON THE ORDER SO    *
      *                                   PDA110 CAN REVERSE THEM ON  *
      *                                   A CANCEL                    *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VSAM-CUSTOMER      ASSIGN TO VCUSTOMR
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         CUSTOMER-KEY
                                     FILE STATUS IS
                                         WMF-CUSTOMR-STATUS.

           SELECT VSAM-ARBAL         ASSIGN TO VARBAL
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS DYNAMIC
                                     RECORD KEY IS
                                         AR-KEY
                                     FILE STATUS IS
                                         WMF-ARBAL-STATUS.

           SELECT VSAM-HELD-ORDER    ASSIGN TO VHELDORD
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS DYNAMIC
                                     RECORD KEY IS
                                         HELD-ORDER-KEY
                                     FILE STATUS IS
                                         WMF-HELD-STATUS.

           SELECT VSAM-SHIP-TO       ASSIGN TO VSHIPTO
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         SHIP-TO-KEY
                                     FILE STATUS IS
                                         WMF-SHIPTO-STATUS.

           SELECT VSAM-BLANKET       ASSIGN TO VBLANKET
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS DYNAMIC
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

           SELECT VSAM-SCHEDULED     ASSIGN TO VSCHDORD
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         SCHEDULED-ORDER-KEY
                                     FILE STATUS IS
                                         WMF-SCHD-STATUS.

           SELECT VSAM-ORDER-SHIP-TO ASSIGN TO VORDSHIP
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         ORDER-SHIP-TO-KEY
                                     FILE STATUS IS
                                         WMF-OSHIP-STATUS.

           SELECT VSAM-APPROVAL      ASSIGN TO VAPPROVQ
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         APPROVAL-KEY
                                     FILE STATUS IS
                                         WMF-APPR-STATUS.

           SELECT VSAM-TAX-CERT      ASSIGN TO VTAXCERT
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         TAX-CERT-KEY
                                     FILE STATUS IS
                                         WMF-TXCERT-STATUS.

           SELECT VSAM-ITEM-COST     ASSIGN TO VITEMCST
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         ITEM-COST-KEY
                                     FILE STATUS IS
                                         WMF-ICOST-STATUS.

           SELECT VSAM-BELOW-COST    ASSIGN TO VBLWCOST
                                     ORGANIZATION IS INDEXED
                                     ACCESS IS RANDOM
                                     RECORD KEY IS
                                         BELOW-COST-KEY
                                     FILE STATUS IS
                                         WMF-BCOST-STATUS.

       DATA DIVISION.
           EJECT

       FILE SECTION.

       FD  VSAM-CUSTOMER
           RECORD CONTAINS 800 CHARACTERS.

           COPY VCUSTOMR.

       FD  VSAM-ARBAL
           RECORD CONTAINS 128 CHARACTERS.

           COPY VARBAL.

       FD  VSAM-HELD-ORDER
           RECORD CONTAINS 125 CHARACTERS.

           COPY VHELDORD.

       FD  VSAM-SHIP-TO
           RECORD CONTAINS 320 CHARACTERS.

           COPY VSHIPTO.

       FD  VSAM-BLANKET
           RECORD CONTAINS 160 CHARACTERS.

           COPY VBLANKET.

       FD  VSAM-PROMO
           RECORD CONTAINS 80 CHARACTERS.

           COPY VPROMO.

       FD  VSAM-SCHEDULED
           RECORD CONTAINS 48 CHARACTERS.

           COPY VSCHDORD.

       FD  VSAM-ORDER-SHIP-TO
           RECORD CONTAINS 320 CHARACTERS.

           COPY VORDSHIP.

       FD  VSAM-APPROVAL
           RECORD CONTAINS 128 CHARACTERS.

           COPY VAPPROVQ.

       FD  VSAM-TAX-CERT
           RECORD CONTAINS 128 CHARACTERS.

           COPY VTAXCERT.

       FD  VSAM-ITEM-COST
           RECORD CONTAINS 96 CHARACTERS.

           COPY VITEMCST.

       FD  VSAM-BELOW-COST
           RECORD CONTAINS 224 CHARACTERS.

           COPY VBLWCOST.
           EJECT

       WORKING-STORAGE SECTION.

      *****************************************************************

           05  WS-DUPLICATE-SW         PIC X(01)             VALUE 'N'.
               88  DUPLICATE-ORDER-FOUND                     VALUE 'Y'.

           05  WS-HAZMAT-FOUND-SW      PIC X(01)             VALUE 'N'.
               88  HAZMAT-FOUND                              VALUE 'Y'.

           05  WS-BROWSE-END-SW        PIC X(01)             VALUE 'N'.
               88  BROWSE-END                                VALUE 'Y'.

           05  WS-BLANKET-DRAWN-SW     PIC X(01)             VALUE 'N'.
               88  BLANKET-DRAWN                             VALUE 'Y'.

           05  WS-COST-SCAN-END-SW     PIC X(01)             VALUE 'N'.
               88  COST-SCAN-END                             VALUE 'Y'.

           05  WS-COST-OVERRIDE-SW     PIC X(01)             VALUE 'N'.
               88  BELOW-COST-OVERRIDE                       VALUE 'Y'.

           05  WS-LINE-BELOW-COST-SW   PIC X(01)             VALUE 'N'.
               88  LINE-BELOW-COST                           VALUE 'Y'.

           05  WS-LINE-COSTED-SW       PIC X(01)             VALUE 'N'.
               88  LINE-COSTED                               VALUE 'Y'.
           EJECT

      *****************************************************************
               10  WMF-PT-TOTAL-COST   PIC S9(11)V99   VALUE +0.
               10  WMF-PT-WEIGHT       PIC S9(07)V99   VALUE +0
                                       COMP-3.
               10  WMF-PT-PROMO-DISC   PIC S9(07)V99   VALUE +0
                                       COMP-3.
           05  WMF-PT-SCAN-TYPE        PIC 9(03)       VALUE ZEROES.

      *****************************************************************
      *    VSAM FILE STATUS FIELDS                                    *
      *****************************************************************

           05  WMF-CUSTOMR-STATUS      PIC X(02)   VALUE SPACES.
           05  WMF-ARBAL-STATUS        PIC X(02)   VALUE SPACES.
           05  WMF-HELD-STATUS         PIC X(02)   VALUE SPACES.
           05  WMF-SHIPTO-STATUS       PIC X(02)   VALUE SPACES.
           05  WMF-BLKT-STATUS         PIC X(02)   VALUE SPACES.
           05  WMF-PROMO-STATUS        PIC X(02)   VALUE SPACES.
           05  WMF-SCHD-STATUS         PIC X(02)   VALUE SPACES.
           05  WMF-OSHIP-STATUS        PIC X(02)   VALUE SPACES.
           05  WMF-APPR-STATUS         PIC X(02)   VALUE SPACES.
           05  WMF-TXCERT-STATUS       PIC X(02)   VALUE SPACES.
           05  WMF-ICOST-STATUS        PIC X(02)   VALUE SPACES.
           05  WMF-BCOST-STATUS        PIC X(02)   VALUE SPACES.
           05  WMF-VSAM-FILE           PIC X(08)   VALUE SPACES.
           05  WMF-VSAM-STATUS         PIC X(02)   VALUE SPACES.

      *****************************************************************
      *    SUBMIT RULES SHARED WITH THE CICS SUBMIT (PDA009) --       *
      *    SHIPPER / HAZMAT, REQUESTED SHIP DATE, SHIP-TO ADDRESS     *
      *    BOOK, PROMOTION, BLANKET DRAWDOWN AND CREDIT EXPOSURE      *
      *****************************************************************

           05  WMF-SHIPPER-NUMBER      PIC 9(10)   VALUE ZEROES.
           05  WMF-REQ-SHIP-DATE       PIC 9(08)   VALUE ZEROES.
           05  WMF-SHIP-TO-CODE        PIC X(08)   VALUE SPACES.
           05  WMF-PROMO-CODE          PIC X(08)   VALUE SPACES.
           05  WMF-PROMO-RATE          PIC S9(02)V99
                                                   VALUE +0 COMP-3.
           05  WMF-PROMO-CATEGORY      PIC X(32)   VALUE SPACES.
           05  WMF-PROMO-START         PIC 9(08)   VALUE ZEROES.
           05  WMF-PROMO-END           PIC 9(08)   VALUE ZEROES.
           05  WMF-PROMO-LINE-EXT      PIC S9(09)V99
                                                   VALUE +0 COMP-3.
           05  WMF-PROMO-ORDER-DISC    PIC S9(07)V99
                                                   VALUE +0 COMP-3.
           05  WMF-BLANKET-PRICE       PIC S9(08)V99
                                                   VALUE +0 COMP-3.
           05  WMF-OPEN-AR-BALANCE     PIC S9(09)V99
                                                   VALUE +0 COMP-3.
           05  WMF-PROJECTED-EXPOSURE  PIC S9(09)V99
                                                   VALUE +0 COMP-3.
           05  WMF-ORDER-DATE          PIC 9(08)   VALUE ZEROES.

      *****************************************************************
      *    BELOW-COST SALE CHECK -- LINE NET PRICE AGAINST THE ITEM / *
      *    SUPPLIER AVERAGE COST (VITEMCST) AND THE SUBMIT MARGIN     *
      *****************************************************************

           05  WMF-BC-NET-PRICE        PIC S9(08)V99
                                                   VALUE +0 COMP-3.
           05  WMF-BC-NET-TOTAL        PIC S9(11)V99
                                                   VALUE +0 COMP-3.
           05  WMF-BC-COST-TOTAL       PIC S9(11)V99
                                                   VALUE +0 COMP-3.
           05  WMF-BC-ORDER-MARGIN     PIC S9(05)V99
                                                   VALUE +0 COMP-3.
           05  WMF-BC-LINE-COUNT       PIC S9(04)  VALUE +0  COMP.
           05  WMF-BC-PROMO-DATE       PIC 9(08)   VALUE ZEROES.
           05  WMF-BC-REASON           PIC X(30)   VALUE SPACES.

           05  WMF-NUM-ERROR           PIC S9(04)  VALUE +0  COMP.
           05  WMF-NUM-LTH             PIC S9(04)  VALUE +0  COMP.
           05  WMF-NUM-INPUT           PIC X(18)   VALUE SPACES.
                                       PIC ZZ,ZZZ,ZZ9.99.
           05 PDA109-SCREEN-MESSAGE    PIC X(79).
           05 PDA109-SMESSAGE          PIC X(79).
           05 PDA109-SUBMIT-INFO.
              10 PDA109-SHIPNBR-ATTR.
                  15 PDA109-SHIPNBR-ATTR1
                                       PIC X(01).
                  15 PDA109-SHIPNBR-ATTR2
                                       PIC X(01).
              10 PDA109-SHIPNBR        PIC X(10).
              10 PDA109-CARRIER        PIC X(30).
              10 PDA109-REQSHIP-ATTR.
                  15 PDA109-REQSHIP-ATTR1
                                       PIC X(01).
                  15 PDA109-REQSHIP-ATTR2
                                       PIC X(01).
              10 PDA109-REQSHIP        PIC X(08).
              10 PDA109-REQSHIP-R      REDEFINES PDA109-REQSHIP
                                       PIC 9(08).
              10 PDA109-SHIPTO-ATTR.
                  15 PDA109-SHIPTO-ATTR1
                                       PIC X(01).
                  15 PDA109-SHIPTO-ATTR2
                                       PIC X(01).
              10 PDA109-SHIPTO         PIC X(08).
              10 PDA109-PROMO-ATTR.
                  15 PDA109-PROMO-ATTR1
                                       PIC X(01).
                  15 PDA109-PROMO-ATTR2
                                       PIC X(01).
              10 PDA109-PROMO          PIC X(08).
              10 PDA109-OVRRSN-ATTR.
                  15 PDA109-OVRRSN-ATTR1
                                       PIC X(01).
                  15 PDA109-OVRRSN-ATTR2
                                       PIC X(01).
              10 PDA109-OVRRSN         PIC X(30).
           EJECT

      *****************************************************************
              INCLUDE DSHIPRT
           END-EXEC.
           EJECT

      *****************************************************************
      *    DB2 DCLGEN FOR THE SHIPPER TABLE, USED TO VALIDATE THE     *
      *    CARRIER AND ITS HAZMAT QUALIFICATION                       *
      *****************************************************************
           EXEC SQL
              INCLUDE DSHIPPER
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DTAXRATE
           END-EXEC.
           END-EXEC.
           EJECT

      *****************************************************************
      *    DB2 DCLGEN FOR THE IMS USER TABLE, USED FOR THE USER ROLE  *
      *    ON A BELOW-COST OVERRIDE                                   *
      *****************************************************************
           EXEC SQL
              INCLUDE DUSERID1
           END-EXEC.
           EJECT

      *****************************************************************
      *    CUSTOMER ARRAY                                             *
      *****************************************************************
           COPY PDAERRWS.
           EJECT

      *****************************************************************
      *    PDA GENERAL (NON CICS/IMS/DB2) ERROR LINES -- USED FOR      *
      *    THE VSAM FILES BEHIND THE SUBMIT RULES, WHICH THIS PROGRAM *
      *    ACCESSES DIRECTLY RATHER THAN THROUGH A DL/I PCB           *
      *****************************************************************

       01  WS-PDA-GEN-ERROR-01.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE
               'ERROR: '.
           05  FILLER                  PIC X(10)       VALUE
               'PROGRAM = '.
           05  WPGE-PROGRAM-ID         PIC X(08)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE
               ', PARAGRAPH = '.
           05  WPGE-PARAGRAPH          PIC X(06).
           05  FILLER                  PIC X(32)       VALUE SPACES.

       01  WS-PDA-GEN-ERROR-02.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  WPGE-DESCRIPTION        PIC X(78)       VALUE SPACES.

           05  WPM-VSAM-ERROR.
               10 FILLER               PIC X(06)       VALUE
                   'FILE='.
               10 WPM-VSAM-ERROR-FILE  PIC X(09)       VALUE SPACES.
               10 FILLER               PIC X(10)       VALUE
                   ', STATUS='.
               10 WPM-VSAM-ERROR-STATUS
                                       PIC X(02)       VALUE SPACES.
               10 FILLER               PIC X(12)       VALUE
                   ', COMMAND='.
               10 WPM-VSAM-ERROR-COMMAND
                                       PIC X(09)       VALUE SPACES.
           EJECT

      *****************************************************************
      *    L I N K A G E     S E C T I O N                            *
      *****************************************************************
                                    ORDER-PCB1.


      *****************************************************************
      *    OPEN THE VSAM FILES BEHIND THE SUBMIT RULES (CREDIT,       *
      *    SHIP-TO, BLANKET, PROMOTION, SCHEDULE, APPROVAL QUEUE,     *
      *    TAX EXEMPTION CERTIFICATES)                                *
      *****************************************************************

           OPEN INPUT    VSAM-CUSTOMER
                         VSAM-ARBAL
                         VSAM-HELD-ORDER
                         VSAM-SHIP-TO
                         VSAM-TAX-CERT
                         VSAM-ITEM-COST.

           OPEN I-O      VSAM-BLANKET
                         VSAM-PROMO
                         VSAM-SCHEDULED
                         VSAM-ORDER-SHIP-TO
                         VSAM-APPROVAL
                         VSAM-BELOW-COST.

           MOVE 'VCUSTOMR'             TO WMF-VSAM-FILE.
           MOVE WMF-CUSTOMR-STATUS     TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VARBAL'               TO WMF-VSAM-FILE.
           MOVE WMF-ARBAL-STATUS       TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VHELDORD'             TO WMF-VSAM-FILE.
           MOVE WMF-HELD-STATUS        TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VSHIPTO'              TO WMF-VSAM-FILE.
           MOVE WMF-SHIPTO-STATUS      TO WMF-VSAM-STATUS.
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

           MOVE 'VSCHDORD'             TO WMF-VSAM-FILE.
           MOVE WMF-SCHD-STATUS        TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VORDSHIP'             TO WMF-VSAM-FILE.
           MOVE WMF-OSHIP-STATUS       TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VAPPROVQ'             TO WMF-VSAM-FILE.
           MOVE WMF-APPR-STATUS        TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VTAXCERT'             TO WMF-VSAM-FILE.
           MOVE WMF-TXCERT-STATUS      TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VITEMCST'             TO WMF-VSAM-FILE.
           MOVE WMF-ICOST-STATUS       TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.

           MOVE 'VBLWCOST'             TO WMF-VSAM-FILE.
           MOVE WMF-BCOST-STATUS       TO WMF-VSAM-STATUS.
           PERFORM  P00050-CHECK-OPEN
               THRU P00050-CHECK-OPEN-EXIT.


      *****************************************************************
      *    PROCESS INCOMING IMS MESSSAGES UNTIL NO MORE               *
      *****************************************************************
                  UNTIL NO-MORE-MSGS.


           CLOSE         VSAM-CUSTOMER
                         VSAM-ARBAL
                         VSAM-HELD-ORDER
                         VSAM-SHIP-TO
                         VSAM-BLANKET
                         VSAM-PROMO
                         VSAM-SCHEDULED
                         VSAM-ORDER-SHIP-TO
                         VSAM-APPROVAL
                         VSAM-TAX-CERT
                         VSAM-ITEM-COST
                         VSAM-BELOW-COST.

           GOBACK.

       P00000-MAINLINE-EXIT.
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
               MOVE 'PDA109'           TO WPGE-PROGRAM-ID
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
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.


           INSPECT PDA109-SHIPNBR
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.


           INSPECT PDA109-REQSHIP
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.


           INSPECT PDA109-SHIPTO
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.


           INSPECT PDA109-PROMO
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.


           INSPECT PDA109-OVRRSN
               CONVERTING  WMF-UNDERSCORE-LOWVALUE-R TO SPACES.


       P02100-CONVERT-FIELDS-EXIT.
           EXIT.
           EJECT
               NEXT SENTENCE.


      *****************************************************************
      *    A LINE NETTING UNDER AVERAGE COST HOLDS BOTH THE CONFIRM   *
      *    AND THE SUBMIT UNTIL A SUPERVISOR KEYS AN OVERRIDE REASON  *
      *****************************************************************

           PERFORM  P05970-CHECK-BELOW-COST
               THRU P05970-CHECK-BELOW-COST-EXIT.

           IF ERROR-FOUND
               GO TO P05000-PROCESS-SCREEN-EXIT.


      *****************************************************************
      *    IF PFKEY 04 USED AND THIS IS THE USER CONFIRMATION         *
      *    (2ND TIME THRU) PROCEED ON TO CREATE THE ORDER,            *
               GO TO P05000-PROCESS-SCREEN-EXIT.


      *****************************************************************
      *    ENFORCE THE CUSTOMER CREDIT LIMIT AND CREDIT HOLD QUEUE    *
      *    EXACTLY AS THE CICS SUBMIT DOES                            *
      *****************************************************************

           PERFORM  P05950-CHECK-CREDIT
               THRU P05950-CHECK-CREDIT-EXIT.

           IF ERROR-FOUND
               GO TO P05000-PROCESS-SCREEN-EXIT.


      *****************************************************************
      *    PROCEED ON WITH THE ORDER ADD PROCESS                      *
      *****************************************************************
               THRU P05160-EDIT-PURCH-NBR-EXIT.


      *****************************************************************
      *    EDIT THE SHIPPER (CARRIER) AND ITS HAZMAT QUALIFICATION    *
      *****************************************************************

           PERFORM  P05170-EDIT-SHIPPER
               THRU P05170-EDIT-SHIPPER-EXIT.


      *****************************************************************
      *    EDIT THE PROMOTION CODE, SHIP-TO CODE AND REQUESTED SHIP   *
      *    DATE                                                       *
      *****************************************************************

           PERFORM  P05180-EDIT-PROMO
               THRU P05180-EDIT-PROMO-EXIT.

           PERFORM  P05185-EDIT-SHIP-TO
               THRU P05185-EDIT-SHIP-TO-EXIT.

           PERFORM  P05190-EDIT-REQ-SHIP
               THRU P05190-EDIT-REQ-SHIP-EXIT.


       P05100-EDIT-SCREEN-EXIT.
           EXIT.
           EJECT

       P05160-EDIT-PURCH-NBR.

      *****************************************************************
      *    PURCHASE ORDER NUMBER IS A REQUIRED ENTRY                  *
      *****************************************************************

           IF PDA109-PURNBR            =  SPACES
               MOVE LOW-VALUES         TO  PDA109-PURNBR-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA109-PURNBR-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-PURNBR-ATTR2
               MOVE PM046-INVALID-P-O-NUMBER
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P05160-EDIT-PURCH-NBR-EXIT
           ELSE
               NEXT SENTENCE.


      *****************************************************************
      *    PURCHASE ORDER NUMBER MUST BE NUMERIC, NON-ZERO ENTRY      *
      *****************************************************************

           MOVE +13                    TO WMF-NUM-LTH.
           MOVE PDA109-PURNBR          TO WMF-NUM-INPUT.

           PERFORM  P70500-EDIT-NUMERIC-FIELD
               THRU P70500-EDIT-NUMERIC-FIELD-EXIT.

           IF (WMF-NUM-ERROR           >  ZEROES)    OR
              (WMF-NUM-OUTPUT          =  ZEROES)
               MOVE LOW-VALUES         TO  PDA109-PURNBR-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA109-PURNBR-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-PURNBR-ATTR2
               MOVE PM046-INVALID-P-O-NUMBER
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P05160-EDIT-PURCH-NBR-EXIT
           ELSE
               MOVE WMF-NUM-OUTPUT     TO PDA109-PURNBR-R.


       P05160-EDIT-PURCH-NBR-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05170-EDIT-SHIPPER                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT THE OPTIONAL SHIPPER NUMBER.   *
      *                THE SHIPPER MUST EXIST ON THE DB2 SHIPPER      *
      *                TABLE, AND A CARRIER NOT QUALIFIED FOR HAZMAT  *
      *                MAY NOT CARRY AN ORDER WITH A HAZMAT LINE      *
      *                (SAME RULE AND MESSAGE AS PDA009)              *
      *                                                               *
      *    CALLED BY:  P05100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P05170-EDIT-SHIPPER.

           MOVE ZEROES                 TO WMF-SHIPPER-NUMBER.
           MOVE SPACES                 TO PDA109-CARRIER.

           IF PDA109-SHIPNBR           =  SPACES
               GO TO P05170-EDIT-SHIPPER-EXIT.

           MOVE +10                    TO WMF-NUM-LTH.
           MOVE PDA109-SHIPNBR         TO WMF-NUM-INPUT.

           PERFORM  P70500-EDIT-NUMERIC-FIELD
               THRU P70500-EDIT-NUMERIC-FIELD-EXIT.

           IF WMF-NUM-ERROR            >  ZEROES
               MOVE LOW-VALUES         TO  PDA109-SHIPNBR-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA109-SHIPNBR-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-SHIPNBR-ATTR2
               MOVE PM057-INVALID-SHIPPER
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT
               GO TO P05170-EDIT-SHIPPER-EXIT
           ELSE
               MOVE WMF-NUM-OUTPUT     TO WMF-SHIPPER-NUMBER.

           IF WMF-SHIPPER-NUMBER       =  ZEROES
               GO TO P05170-EDIT-SHIPPER-EXIT.

           MOVE WMF-SHIPPER-NUMBER     TO SHIPPER-NUMBER.

           EXEC SQL
               SELECT  CARRIER_NAME,
                       HAZMAT_QUALIFIED
               INTO    :SHIPPER-CARRIER-NAME,
                       :SHIPPER-HAZMAT-QUALIFIED
               FROM    SHIPPER
               WHERE   SHIPPER_NUMBER = :SHIPPER-NUMBER
           END-EXEC.


           EVALUATE TRUE

               WHEN SQLCODE = +0
                   MOVE SHIPPER-CARRIER-NAME
                                       TO  PDA109-CARRIER
                   PERFORM  P05175-CHECK-HAZMAT
                       THRU P05175-CHECK-HAZMAT-EXIT

               WHEN SQLCODE = +100
                   MOVE ZEROES         TO  WMF-SHIPPER-NUMBER
                   MOVE LOW-VALUES     TO  PDA109-SHIPNBR-ATTR
                   MOVE WS-CURSOR-ATTR TO  PDA109-SHIPNBR-ATTR1
                   MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-SHIPNBR-ATTR2
                   MOVE PM057-INVALID-SHIPPER
                                       TO  WMF-MESSAGE-AREA
                   PERFORM  P70000-ERROR-ROUTINE
                       THRU P70000-ERROR-ROUTINE-EXIT

               WHEN OTHER
                   MOVE 'DB2'          TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA109'       TO WPDE-PROGRAM-ID
                   MOVE SQLCODE        TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT SHIPPER'
                                       TO WPDE-FUNCTION
                   MOVE 'P05170'       TO WPDE-PARAGRAPH
                   PERFORM  P99500-PDA-ERROR
                       THRU P99500-PDA-ERROR-EXIT

           END-EVALUATE.

       P05170-EDIT-SHIPPER-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05175-CHECK-HAZMAT                            *
      *                                                               *
      *    FUNCTION :  WHEN THE CHOSEN CARRIER IS NOT HAZMAT          *
      *                QUALIFIED, SCAN THE USER'S PENDING ORDER LINES *
      *                AND REJECT THE CARRIER IF ANY LINE'S ITEM      *
      *                CARRIES A HAZMAT CLASS                         *
      *                                                               *
      *    CALLED BY:  P05170-EDIT-SHIPPER                            *
      *                                                               *
      *****************************************************************

       P05175-CHECK-HAZMAT.

           IF SHIPPER-HAZMAT-QUALIFIED =  'Y'
               GO TO P05175-CHECK-HAZMAT-EXIT.

           MOVE 'N'                    TO WS-HAZMAT-FOUND-SW.
           MOVE 'N'                    TO WS-BROWSE-END-SW.

           MOVE 'GE'                   TO PENDORD-QUAL-OPERATOR.
           MOVE PDA109-USERID-NUMBER   TO PENDORD-QUAL-PREFIX.
           MOVE 1                      TO PENDORD-QUAL-SEQUENCE-R.

           PERFORM  P78000-GU-PENDORD
               THRU P78000-GU-PENDORD-EXIT.

           PERFORM  P05176-SCAN-PENDING-HAZMAT
               THRU P05176-SCAN-PENDING-HAZMAT-EXIT
                   UNTIL HAZMAT-FOUND
                      OR BROWSE-END.

           IF HAZMAT-FOUND
               MOVE LOW-VALUES         TO  PDA109-SHIPNBR-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA109-SHIPNBR-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-SHIPNBR-ATTR2
               MOVE PM198-HAZMAT-CARRIER
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT.

       P05175-CHECK-HAZMAT-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05176-SCAN-PENDING-HAZMAT                     *
      *                                                               *
      *    FUNCTION :  TEST THE CURRENT PENDING ORDER LINE'S ITEM FOR *
      *                A HAZMAT CLASS, THEN READ THE NEXT LINE        *
      *                                                               *
      *    CALLED BY:  P05175-CHECK-HAZMAT                            *
      *                                                               *
      *****************************************************************

       P05176-SCAN-PENDING-HAZMAT.

           IF (PENDORD-STATUS          =  SPACES)    AND
              (PENDING-ORDER-PREFIX    =  PDA109-USERID-NUMBER)
               NEXT SENTENCE
           ELSE
               MOVE 'Y'                TO WS-BROWSE-END-SW
               GO TO P05176-SCAN-PENDING-HAZMAT-EXIT.

           MOVE PENDING-ORDER-PREFIX   TO ITEM-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER
                                       TO ITEM-NUMBER.

           EXEC SQL
               SELECT  HAZMAT_CLASS
               INTO    :ITEM-HAZMAT-CLASS
               FROM    ITEM
               WHERE   PREFIX = :ITEM-PREFIX
                 AND   NUMBER = :ITEM-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE            =  +0
                   IF ITEM-HAZMAT-CLASS > SPACES
                       MOVE 'Y'        TO WS-HAZMAT-FOUND-SW
                       GO TO P05176-SCAN-PENDING-HAZMAT-EXIT
                   END-IF
               WHEN SQLCODE            =  +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'DB2'          TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA109'       TO WPDE-PROGRAM-ID
                   MOVE SQLCODE        TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM HAZMAT'
                                       TO WPDE-FUNCTION
                   MOVE 'P05176'       TO WPDE-PARAGRAPH
                   PERFORM  P99500-PDA-ERROR
                       THRU P99500-PDA-ERROR-EXIT
           END-EVALUATE.

           PERFORM  P78100-GN-PENDORD
               THRU P78100-GN-PENDORD-EXIT.

       P05176-SCAN-PENDING-HAZMAT-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05180-EDIT-PROMO                              *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT THE OPTIONAL PROMOTION CODE    *
      *                AGAINST THE PROMOTION MASTER (VPROMO) AND      *
      *                HOLD ITS TERMS FOR THE SUBMIT                  *
      *                                                               *
      *    CALLED BY:  P05100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P05180-EDIT-PROMO.

           MOVE SPACES                 TO WMF-PROMO-CODE.

           IF PDA109-PROMO             =  SPACES
               GO TO P05180-EDIT-PROMO-EXIT.

           MOVE PDA109-USERID-NUMBER   TO PROMO-PREFIX.
           MOVE PDA109-PROMO           TO PROMO-CODE.

           READ VSAM-PROMO.

           EVALUATE TRUE
               WHEN WMF-PROMO-STATUS   =  '00'
                   MOVE PDA109-PROMO   TO WMF-PROMO-CODE
                   MOVE PROMO-DISCOUNT-PCT
                                       TO WMF-PROMO-RATE
                   MOVE PROMO-CATEGORY TO WMF-PROMO-CATEGORY
                   MOVE PROMO-START-DATE
                                       TO WMF-PROMO-START
                   MOVE PROMO-END-DATE TO WMF-PROMO-END
               WHEN WMF-PROMO-STATUS   =  '23'
                   MOVE LOW-VALUES     TO  PDA109-PROMO-ATTR
                   MOVE WS-CURSOR-ATTR TO  PDA109-PROMO-ATTR1
                   MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-PROMO-ATTR2
                   MOVE PM215-PROMO-NOT-FOUND
                                       TO  WMF-MESSAGE-AREA
                   PERFORM  P70000-ERROR-ROUTINE
                       THRU P70000-ERROR-ROUTINE-EXIT
               WHEN OTHER
                   MOVE 'VPROMO'       TO WMF-VSAM-FILE
                   MOVE WMF-PROMO-STATUS
                                       TO WMF-VSAM-STATUS
                   MOVE 'READ'         TO WPM-VSAM-ERROR-COMMAND
                   MOVE 'P05180'       TO WPGE-PARAGRAPH
                   PERFORM  P79900-VSAM-ERROR
                       THRU P79900-VSAM-ERROR-EXIT
           END-EVALUATE.

       P05180-EDIT-PROMO-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05185-EDIT-SHIP-TO                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT THE OPTIONAL SHIP-TO CODE      *
      *                AGAINST THE CUSTOMER'S ADDRESS BOOK (VSHIPTO)  *
      *                                                               *
      *    CALLED BY:  P05100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P05185-EDIT-SHIP-TO.

           MOVE SPACES                 TO WMF-SHIP-TO-CODE.

           IF PDA109-SHIPTO            =  SPACES
               GO TO P05185-EDIT-SHIP-TO-EXIT.

           MOVE PDA109-USERID-NUMBER   TO SHIP-TO-PREFIX.
           MOVE PDA109-SAVAREA-CUSID   TO SHIP-TO-CUSTOMER-ID.
           MOVE PDA109-SHIPTO          TO SHIP-TO-CODE.

           READ VSAM-SHIP-TO.

           EVALUATE TRUE
               WHEN WMF-SHIPTO-STATUS  =  '00'
                   MOVE PDA109-SHIPTO  TO WMF-SHIP-TO-CODE
               WHEN WMF-SHIPTO-STATUS  =  '23'
                   MOVE LOW-VALUES     TO  PDA109-SHIPTO-ATTR
                   MOVE WS-CURSOR-ATTR TO  PDA109-SHIPTO-ATTR1
                   MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-SHIPTO-ATTR2
                   MOVE PM214-SHIP-TO-NOT-FOUND
                                       TO  WMF-MESSAGE-AREA
                   PERFORM  P70000-ERROR-ROUTINE
                       THRU P70000-ERROR-ROUTINE-EXIT
               WHEN OTHER
                   MOVE 'VSHIPTO'      TO WMF-VSAM-FILE
                   MOVE WMF-SHIPTO-STATUS
                                       TO WMF-VSAM-STATUS
                   MOVE 'READ'         TO WPM-VSAM-ERROR-COMMAND
                   MOVE 'P05185'       TO WPGE-PARAGRAPH
                   PERFORM  P79900-VSAM-ERROR
                       THRU P79900-VSAM-ERROR-EXIT
           END-EVALUATE.

       P05185-EDIT-SHIP-TO-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05190-EDIT-REQ-SHIP                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT THE OPTIONAL REQUESTED SHIP    *
      *                DATE (CCYYMMDD).  A DATE AFTER THE ORDER DATE  *
      *                PARKS THE ORDER SCHEDULED AT SUBMIT            *
      *                                                               *
      *    CALLED BY:  P05100-EDIT-SCREEN                             *
      *                                                               *
      *****************************************************************

       P05190-EDIT-REQ-SHIP.

           MOVE ZEROES                 TO WMF-REQ-SHIP-DATE.

           IF PDA109-REQSHIP           =  SPACES
               GO TO P05190-EDIT-REQ-SHIP-EXIT.

           IF PDA109-REQSHIP           NUMERIC
               MOVE PDA109-REQSHIP-R   TO WMF-REQ-SHIP-DATE
           ELSE
               MOVE LOW-VALUES         TO  PDA109-REQSHIP-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA109-REQSHIP-ATTR1
               MOVE WS-HI-INTENSITY-ATTR
                                       TO  PDA109-REQSHIP-ATTR2
               MOVE PM188-REQ-SHIP-INVALID
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT.

       P05190-EDIT-REQ-SHIP-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05950-CHECK-CREDIT                            *
      *                                                               *
      *    FUNCTION :  ENFORCE THE CUSTOMER CREDIT RULES OF THE CICS  *
      *                SUBMIT (PDA009) BEFORE ANY ORDER IS BUILT --   *
      *                AN ORDER THAT WOULD PUSH THE CUSTOMER OPEN     *
      *                (UNPAID) VALUE PAST THE CREDIT LIMIT IS        *
      *                BLOCKED (A LIMIT OF ZERO MEANS NO LIMIT), AND  *
      *                A CUSTOMER PARKED ON THE CREDIT HELD ORDERS    *
      *                QUEUE CANNOT SUBMIT UNTIL THE HOLD IS RELEASED *
      *                                                               *
      *    CALLED BY:  P05000-PROCESS-SCREEN                          *
      *                                                               *
      *****************************************************************

       P05950-CHECK-CREDIT.

           MOVE PDA109-USERID-NUMBER   TO CUSTOMER-PREFIX.
           MOVE PDA109-SAVAREA-CUSID   TO CUSTOMER-ID.

           READ VSAM-CUSTOMER.

           IF WMF-CUSTOMR-STATUS       =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VCUSTOMR'         TO WMF-VSAM-FILE
               MOVE WMF-CUSTOMR-STATUS TO WMF-VSAM-STATUS
               MOVE 'READ'             TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P05950'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

           IF CUSTOMER-CREDIT-LIMIT    >  ZEROES
               PERFORM  P05955-CHECK-CREDIT-LIMIT
                   THRU P05955-CHECK-CREDIT-LIMIT-EXIT
               IF ERROR-FOUND
                   GO TO P05950-CHECK-CREDIT-EXIT
               END-IF
           END-IF.

           PERFORM  P05960-CHECK-CREDIT-HOLD
               THRU P05960-CHECK-CREDIT-HOLD-EXIT.

       P05950-CHECK-CREDIT-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05955-CHECK-CREDIT-LIMIT                      *
      *                                                               *
      *    FUNCTION :  SUM THE CUSTOMER'S OPEN AR BALANCES, PROJECT   *
      *                THIS SUBMIT (PENDING TOTAL PLUS SALES TAX) ON  *
      *                TOP AND REJECT WHEN THE LIMIT IS EXCEEDED      *
      *                                                               *
      *    CALLED BY:  P05950-CHECK-CREDIT                            *
      *                                                               *
      *****************************************************************

       P05955-CHECK-CREDIT-LIMIT.

           MOVE ZEROES                 TO WMF-OPEN-AR-BALANCE.
           MOVE 'N'                    TO WS-BROWSE-END-SW.

           MOVE PDA109-USERID-NUMBER   TO AR-PREFIX.
           MOVE PDA109-SAVAREA-CUSID   TO AR-CUSTOMER-ID.
           MOVE ZEROES                 TO AR-ORDER-NUMBER.

           START VSAM-ARBAL
               KEY IS NOT LESS THAN AR-KEY.

           IF WMF-ARBAL-STATUS         =  '00'
               PERFORM  P05956-SUM-OPEN-AR
                   THRU P05956-SUM-OPEN-AR-EXIT
                       UNTIL BROWSE-END.

      *****************************************************************
      *    PROJECT THE VALUE OF THIS SUBMIT (PENDING ORDER TOTAL      *
      *    PLUS ITS SALES TAX) ON TOP OF THE OPEN BALANCE             *
      *****************************************************************

           PERFORM  P69100-TOTAL-COST
               THRU P69100-TOTAL-COST-EXIT.

           PERFORM  P06135-GET-TAX-RATE
               THRU P06135-GET-TAX-RATE-EXIT.

           COMPUTE WMF-PROJECTED-EXPOSURE ROUNDED =
               WMF-OPEN-AR-BALANCE +
               (WMF-TOTAL-COST *
                   (1 + (WS-TAX-RATE-PCT / 100))).

           IF WMF-PROJECTED-EXPOSURE   >  CUSTOMER-CREDIT-LIMIT
               MOVE LOW-VALUES         TO  PDA109-PURTYPE-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA109-PURTYPE-ATTR1
               MOVE PM090-CREDIT-LIMIT-EXCEEDED
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT.

       P05955-CHECK-CREDIT-LIMIT-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05956-SUM-OPEN-AR                             *
      *                                                               *
      *    FUNCTION :  READ THE NEXT AR OPEN ITEM FOR THE CUSTOMER    *
      *                AND ACCUMULATE ITS BALANCE WHEN STILL OPEN     *
      *                                                               *
      *    CALLED BY:  P05955-CHECK-CREDIT-LIMIT                      *
      *                                                               *
      *****************************************************************

       P05956-SUM-OPEN-AR.

           READ VSAM-ARBAL NEXT RECORD.

           IF WMF-ARBAL-STATUS         NOT =  '00'
               MOVE 'Y'                TO WS-BROWSE-END-SW
               GO TO P05956-SUM-OPEN-AR-EXIT.

           IF AR-PREFIX                NOT =  PDA109-USERID-NUMBER
              OR AR-CUSTOMER-ID        NOT =  PDA109-SAVAREA-CUSID
               MOVE 'Y'                TO WS-BROWSE-END-SW
               GO TO P05956-SUM-OPEN-AR-EXIT.

           IF AR-OPEN
               ADD AR-BALANCE-DUE      TO WMF-OPEN-AR-BALANCE.

       P05956-SUM-OPEN-AR-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05960-CHECK-CREDIT-HOLD                       *
      *                                                               *
      *    FUNCTION :  REJECT THE SUBMIT WHILE THE CUSTOMER HAS A     *
      *                SUBMISSION IN HELD STATUS ON THE CREDIT HELD   *
      *                ORDERS QUEUE (RELEASED ON PDA030)              *
      *                                                               *
      *    CALLED BY:  P05950-CHECK-CREDIT                            *
      *                                                               *
      *****************************************************************

       P05960-CHECK-CREDIT-HOLD.

           MOVE 'N'                    TO WS-BROWSE-END-SW.

           MOVE PDA109-USERID-NUMBER   TO HELD-ORDER-PREFIX.
           MOVE 1                      TO HELD-ORDER-SEQUENCE.

           START VSAM-HELD-ORDER
               KEY IS NOT LESS THAN HELD-ORDER-KEY.

           IF WMF-HELD-STATUS          =  '00'
               PERFORM  P05961-SCAN-HELD-ORDERS
                   THRU P05961-SCAN-HELD-ORDERS-EXIT
                       UNTIL BROWSE-END.

       P05960-CHECK-CREDIT-HOLD-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05961-SCAN-HELD-ORDERS                        *
      *                                                               *
      *    FUNCTION :  READ THE NEXT HELD ORDER FOR THE PREFIX AND    *
      *                REJECT THE SUBMIT WHEN IT HOLDS THIS CUSTOMER  *
      *                                                               *
      *    CALLED BY:  P05960-CHECK-CREDIT-HOLD                       *
      *                                                               *
      *****************************************************************

       P05961-SCAN-HELD-ORDERS.

           READ VSAM-HELD-ORDER NEXT RECORD.

           IF WMF-HELD-STATUS          NOT =  '00'
               MOVE 'Y'                TO WS-BROWSE-END-SW
               GO TO P05961-SCAN-HELD-ORDERS-EXIT.

           IF HELD-ORDER-PREFIX        NOT =  PDA109-USERID-NUMBER
               MOVE 'Y'                TO WS-BROWSE-END-SW
               GO TO P05961-SCAN-HELD-ORDERS-EXIT.

           IF HELD-ORDER-HELD
              AND HELD-ORDER-CUSTOMER-ID  =  PDA109-SAVAREA-CUSID
               MOVE 'Y'                TO WS-BROWSE-END-SW
               MOVE LOW-VALUES         TO  PDA109-PURTYPE-ATTR
               MOVE WS-CURSOR-ATTR     TO  PDA109-PURTYPE-ATTR1
               MOVE PM097-CUSTOMER-ON-CREDIT-HOLD
                                       TO  WMF-MESSAGE-AREA
               PERFORM  P70000-ERROR-ROUTINE
                   THRU P70000-ERROR-ROUTINE-EXIT.

       P05961-SCAN-HELD-ORDERS-EXIT.
           EXIT.
           EJECT


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05970-CHECK-BELOW-COST                        *
      *                                                               *
      *    FUNCTION :  SCAN THE USER'S PENDING ORDER LINES, COUNT     *
      *                THOSE NETTING UNDER THE ITEM / SUPPLIER        *
      *                AVERAGE COST AND WORK OUT THE MARGIN OF THE    *
      *                WHOLE SUBMIT.  ANY LINE UNDER COST NEEDS A     *
      *                SUPERVISOR (ADMIN ROLE) OVERRIDE REASON,       *
      *                OTHERWISE THE SUBMIT IS REFUSED WITH THE       *
      *                COUNT AND MARGIN                               *
      *                                                               *
      *    CALLED BY:  P05000-PROCESS-SCREEN                          *
      *                                                               *
      *****************************************************************

       P05970-CHECK-BELOW-COST.

           MOVE 'N'                    TO WS-COST-OVERRIDE-SW.
           MOVE 'N'                    TO WS-COST-SCAN-END-SW.
           MOVE SPACES                 TO WMF-BC-REASON.
           MOVE ZEROES                 TO WMF-BC-NET-TOTAL
                                          WMF-BC-COST-TOTAL
                                          WMF-BC-ORDER-MARGIN
                                          WMF-BC-LINE-COUNT.

           MOVE 'GE'                   TO PENDORD-QUAL-OPERATOR.
           MOVE PDA109-USERID-NUMBER   TO PENDORD-QUAL-PREFIX.
           MOVE 1                      TO PENDORD-QUAL-SEQUENCE-R.

           PERFORM  P78000-GU-PENDORD
               THRU P78000-GU-PENDORD-EXIT.

           PERFORM  P05971-SCAN-PENDING-COST
               THRU P05971-SCAN-PENDING-COST-EXIT
                   UNTIL COST-SCAN-END.

           IF WMF-BC-LINE-COUNT        =  +0
               GO TO P05970-CHECK-BELOW-COST-EXIT.

           IF WMF-BC-NET-TOTAL         >  +0
               COMPUTE WMF-BC-ORDER-MARGIN ROUNDED =
                   (WMF-BC-NET-TOTAL - WMF-BC-COST-TOTAL) * 100
                       / WMF-BC-NET-TOTAL
           ELSE
               MOVE -100               TO WMF-BC-ORDER-MARGIN.

      *****************************************************************
      *    THE OVERRIDE TAKES A REASON AND THE ADMIN (SUPERVISOR)     *
      *    ROLE ON THE IMS USER TABLE                                 *
      *****************************************************************

           IF PDA109-OVRRSN            =  SPACES
               GO TO P05970-REFUSE-SUBMIT.

           MOVE SPACES                 TO USERID1-ROLE.

           EXEC SQL
               SELECT  ROLE
               INTO    :USERID1-ROLE
               FROM    USERID1
               WHERE   ID = :PDA109-USERID-ID
           END-EXEC.

           IF SQLCODE                  NOT =  +0 AND
              SQLCODE                  NOT =  +100
               MOVE 'DB2'              TO WS-PDA-ERROR-TYPE
               MOVE 'PDA109'           TO WPDE-PROGRAM-ID
               MOVE SQLCODE            TO WPDE-DB2-SQLCODE
               MOVE 'SELECT ROLE FROM USERID1'
                                       TO WPDE-FUNCTION
               MOVE 'P05970'           TO WPDE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           IF USERID1-ROLE             =  'A'
               MOVE 'Y'                TO WS-COST-OVERRIDE-SW
               MOVE PDA109-OVRRSN      TO WMF-BC-REASON
               GO TO P05970-CHECK-BELOW-COST-EXIT.

       P05970-REFUSE-SUBMIT.

           MOVE WMF-BC-LINE-COUNT      TO PM311-LINE-COUNT.
           MOVE WMF-BC-ORDER-MARGIN    TO PM311-MARGIN.
           MOVE LOW-VALUES             TO PDA109-OVRRSN-ATTR.
           MOVE WS-CURSOR-ATTR         TO PDA109-OVRRSN-ATTR1.
           MOVE WS-HI-INTENSITY-ATTR   TO PDA109-OVRRSN-ATTR2.
           MOVE PM311-BELOW-COST-ORDER TO WMF-MESSAGE-AREA.
           PERFORM  P70000-ERROR-ROUTINE
               THRU P70000-ERROR-ROUTINE-EXIT.

       P05970-CHECK-BELOW-COST-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05971-SCAN-PENDING-COST                       *
      *                                                               *
      *    FUNCTION :  PRICE THE CURRENT PENDING ORDER LINE, ADD IT   *
      *                TO THE COST CHECK TOTALS, THEN READ THE NEXT   *
      *                LINE                                           *
      *                                                               *
      *    CALLED BY:  P05970-CHECK-BELOW-COST                        *
      *                                                               *
      *****************************************************************

       P05971-SCAN-PENDING-COST.

           IF (PENDORD-STATUS          =  SPACES)    AND
              (PENDING-ORDER-PREFIX    =  PDA109-USERID-NUMBER)
               NEXT SENTENCE
           ELSE
               MOVE 'Y'                TO WS-COST-SCAN-END-SW
               GO TO P05971-SCAN-PENDING-COST-EXIT.

           PERFORM  P05972-PRICE-PENDING-LINE
               THRU P05972-PRICE-PENDING-LINE-EXIT.

           IF LINE-COSTED
               COMPUTE WMF-BC-NET-TOTAL = WMF-BC-NET-TOTAL +
                   (WMF-BC-NET-PRICE * PENDING-ORDER-QUANTITY)
               COMPUTE WMF-BC-COST-TOTAL = WMF-BC-COST-TOTAL +
                   (ITEM-COST-AVG-UNIT-COST * PENDING-ORDER-QUANTITY)
               IF LINE-BELOW-COST
                   ADD +1              TO WMF-BC-LINE-COUNT
               END-IF
           END-IF.

           PERFORM  P78100-GN-PENDORD
               THRU P78100-GN-PENDORD-EXIT.

       P05971-SCAN-PENDING-COST-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05972-PRICE-PENDING-LINE                      *
      *                                                               *
      *    FUNCTION :  PRICE THE CURRENT PENDING LINE AS P06100 WILL  *
      *                (OPEN BLANKET, OTHERWISE CONTRACT / EFFECTIVE  *
      *                PRICE LESS THE QUANTITY BREAK) AND COST IT     *
      *                                                               *
      *    CALLED BY:  P05971-SCAN-PENDING-COST                       *
      *                                                               *
      *****************************************************************

       P05972-PRICE-PENDING-LINE.

           MOVE 'N'                    TO WS-LINE-BELOW-COST-SW.
           MOVE 'N'                    TO WS-LINE-COSTED-SW.
           MOVE WS-CDT-DATE            TO WMF-ORDER-DATE
                                          WMF-BC-PROMO-DATE.

           PERFORM  P05974-FIND-BLANKET-PRICE
               THRU P05974-FIND-BLANKET-PRICE-EXIT.

           IF BLANKET-DRAWN
               MOVE BLANKET-UNIT-PRICE TO WMF-BC-NET-PRICE
               GO TO P05972-PRICE-RESOLVED.

           MOVE SPACES TO PDAS04-PARMS.
           MOVE PENDING-ORDER-PREFIX TO PDAS04-ITEM-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER TO PDAS04-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-PRE TO PDAS04-SUPPLIER-PREFIX.
           MOVE PENDING-ORDER-SUPPLIER-ID TO PDAS04-SUPPLIER-ID.
           MOVE ZEROES TO PDAS04-PRICE-DATE.
           MOVE ZEROES TO PDAS04-UNIT-PRICE.
           MOVE PDA109-SAVAREA-CUSID TO PDAS04-CUSTOMER-ID.

           CALL 'PDAS04' USING PDAS04-PARMS.

           IF PDAS04-SQLCODE           NOT =  +0
               GO TO P05972-PRICE-PENDING-LINE-EXIT.

           MOVE PDAS04-UNIT-PRICE      TO WMF-BC-NET-PRICE.

           MOVE SPACES TO PDAS05-PARMS.
           MOVE PENDING-ORDER-PREFIX TO PDAS05-ITEM-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER TO PDAS05-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-PRE TO PDAS05-SUPPLIER-PREFIX.
           MOVE PENDING-ORDER-SUPPLIER-ID TO PDAS05-SUPPLIER-ID.
           MOVE PENDING-ORDER-QUANTITY TO PDAS05-QUANTITY.
           MOVE PDAS04-UNIT-PRICE TO PDAS05-BASE-PRICE.

           CALL 'PDAS05' USING PDAS05-PARMS.

           IF PDAS05-DISCOUNT-APPLIED
               MOVE PDAS05-DISC-PRICE  TO WMF-BC-NET-PRICE.

       P05972-PRICE-RESOLVED.

      *****************************************************************
      *    A CATEGORY PROMOTION NEEDS THE LINE'S OWN CATEGORY         *
      *****************************************************************

           MOVE SPACES                 TO ITEM-CATEGORY-NAME.

           IF WMF-PROMO-CODE           >  SPACES    AND
              WMF-PROMO-CATEGORY       NOT =  SPACES
               MOVE PENDING-ORDER-PREFIX
                                       TO ITEM-PREFIX
               MOVE PENDING-ORDER-ITEM-NUMBER
                                       TO ITEM-NUMBER
               EXEC SQL
                   SELECT  CATEGORY_NAME
                   INTO    :ITEM-CATEGORY-NAME
                   FROM    ITEM
                   WHERE   PREFIX = :ITEM-PREFIX
                     AND   NUMBER = :ITEM-NUMBER
               END-EXEC
               IF SQLCODE              NOT =  +0 AND
                  SQLCODE              NOT =  +100
                   MOVE 'DB2'          TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA109'       TO WPDE-PROGRAM-ID
                   MOVE SQLCODE        TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM CATEGORY'
                                       TO WPDE-FUNCTION
                   MOVE 'P05972'       TO WPDE-PARAGRAPH
                   PERFORM  P99500-PDA-ERROR
                       THRU P99500-PDA-ERROR-EXIT
               END-IF
           END-IF.

           PERFORM  P05973-COST-PENDING-LINE
               THRU P05973-COST-PENDING-LINE-EXIT.

       P05972-PRICE-PENDING-LINE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05973-COST-PENDING-LINE                       *
      *                                                               *
      *    FUNCTION :  TAKE THE PROMOTION OFF THE LINE NET PRICE WHEN *
      *                IT QUALIFIES ON THE GIVEN DATE, READ THE ITEM  *
      *                / SUPPLIER AVERAGE COST AND FLAG THE LINE      *
      *                WHEN IT NETS UNDER COST.  A LINE WITH NO COST  *
      *                ON FILE (NEVER RECEIVED) IS LEFT UNCOSTED      *
      *                                                               *
      *    CALLED BY:  P05972-PRICE-PENDING-LINE                      *
      *                P06100-ADD-ORDER-ITEMS                         *
      *                                                               *
      *****************************************************************

       P05973-COST-PENDING-LINE.

           MOVE 'N'                    TO WS-LINE-BELOW-COST-SW.
           MOVE 'N'                    TO WS-LINE-COSTED-SW.

           IF WMF-PROMO-CODE           >  SPACES
              AND WMF-PROMO-START      NOT >  WMF-BC-PROMO-DATE
              AND WMF-PROMO-END        NOT <  WMF-BC-PROMO-DATE
              AND (WMF-PROMO-CATEGORY  =  SPACES
                   OR WMF-PROMO-CATEGORY  =  ITEM-CATEGORY-NAME)
               COMPUTE WMF-BC-NET-PRICE ROUNDED =
                   WMF-BC-NET-PRICE -
                   (WMF-BC-NET-PRICE * WMF-PROMO-RATE / 100)
           END-IF.

           MOVE PENDING-ORDER-PREFIX   TO ITEM-COST-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER
                                       TO ITEM-COST-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-ID
                                       TO ITEM-COST-SUPPLIER-ID.

           READ VSAM-ITEM-COST.

           EVALUATE TRUE
               WHEN WMF-ICOST-STATUS   =  '00'
                   CONTINUE
               WHEN WMF-ICOST-STATUS   =  '23'
                   GO TO P05973-COST-PENDING-LINE-EXIT
               WHEN OTHER
                   MOVE 'VITEMCST'     TO WMF-VSAM-FILE
                   MOVE WMF-ICOST-STATUS
                                       TO WMF-VSAM-STATUS
                   MOVE 'READ'         TO WPM-VSAM-ERROR-COMMAND
                   MOVE 'P05973'       TO WPGE-PARAGRAPH
                   PERFORM  P79900-VSAM-ERROR
                       THRU P79900-VSAM-ERROR-EXIT
           END-EVALUATE.

           IF ITEM-COST-AVG-UNIT-COST  NOT >  +0
               GO TO P05973-COST-PENDING-LINE-EXIT.

           MOVE 'Y'                    TO WS-LINE-COSTED-SW.

           IF WMF-BC-NET-PRICE         <  ITEM-COST-AVG-UNIT-COST
               MOVE 'Y'                TO WS-LINE-BELOW-COST-SW.

       P05973-COST-PENDING-LINE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05974-FIND-BLANKET-PRICE                      *
      *                                                               *
      *    FUNCTION :  LOOK FOR THE OPEN BLANKET COMMITMENT THAT THE  *
      *                SUBMIT WILL DRAW THE PENDING LINE AGAINST,     *
      *                WITHOUT DRAWING IT DOWN                        *
      *                                                               *
      *    CALLED BY:  P05972-PRICE-PENDING-LINE                      *
      *                                                               *
      *****************************************************************

       P05974-FIND-BLANKET-PRICE.

           MOVE 'N'                    TO WS-BLANKET-DRAWN-SW.
           MOVE 'N'                    TO WS-BROWSE-END-SW.

           MOVE PDA109-USERID-NUMBER   TO BLANKET-PREFIX.
           MOVE ZEROES                 TO BLANKET-NUMBER.

           START VSAM-BLANKET
               KEY IS NOT LESS THAN BLANKET-ORDER-KEY.

           IF WMF-BLKT-STATUS          NOT =  '00'
               GO TO P05974-FIND-BLANKET-PRICE-EXIT.

           PERFORM  P06112-SCAN-BLANKET
               THRU P06112-SCAN-BLANKET-EXIT
                   UNTIL BLANKET-DRAWN
                      OR BROWSE-END.

       P05974-FIND-BLANKET-PRICE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05900-CHECK-DUPLICATE                         *
           ADD 1 TO WMF-PT-CNT.
           SET WMF-PT-NDX TO WMF-PT-CNT.
           MOVE WMF-PT-SCAN-TYPE TO WMF-PT-TYPE (WMF-PT-NDX).
           MOVE ZEROES TO WMF-PT-PROMO-DISC (WMF-PT-NDX).

       P06047-ADD-NEW-PURCHASE-TYPE-EXIT.
           EXIT.
           MOVE SPACES                 TO ORDER-SEGMENT.
           MOVE ZEROES                 TO ORDER-UPDATE-COUNT.
           MOVE ZEROES                 TO ORDER-FREIGHT-AMOUNT.
           MOVE ZEROES                 TO ORDER-PROMO-DISCOUNT.
           MOVE ZEROES                 TO ORDER-CANCEL-DATE.
           MOVE PDA109-USERID-NUMBER   TO ORDER-PREFIX.
           MOVE WMF-PT-ORDER-NUMBER (WMF-PT-NDX)
                                       TO ORDER-NUMBER.
               MOVE PDAS10-ORDER-DATE TO ORDER-DATE-CCYYMMDD
               MOVE PDAS10-ORDER-DATE(3:6) TO ORDER-DATE-YYMMDD
           END-IF.
           MOVE ORDER-DATE-CCYYMMDD    TO WMF-ORDER-DATE.
           MOVE 'IN PROGRESS'          TO ORDER-STATUS.
           MOVE ZEROES                 TO ORDER-TOTAL-AMOUNT
                                          ORDER-NEXT-ITEM-SEQUENCE.

      *****************************************************************
      *    A FUTURE REQUESTED SHIP DATE PARKS THE ORDER SCHEDULED --  *
      *    THE NIGHTLY RELEASE (PDAB63) MOVES IT INTO THE NORMAL      *
      *    SUBMITTED FLOW ON THE REQUESTED DATE                       *
      *****************************************************************

           IF WMF-REQ-SHIP-DATE        >  ORDER-DATE-CCYYMMDD
               MOVE 'SCHEDULED'        TO ORDER-STATUS
               PERFORM  P06062-WRITE-SCHEDULE
                   THRU P06062-WRITE-SCHEDULE-EXIT.

      *****************************************************************
      *    FREEZE THE CHOSEN SHIP-TO ADDRESS ON THE ORDER SNAPSHOT    *
      *****************************************************************

           IF WMF-SHIP-TO-CODE         >  SPACES
               PERFORM  P06064-WRITE-SHIP-TO
                   THRU P06064-WRITE-SHIP-TO-EXIT.

           MOVE ZEROES                 TO ORDER-CUSTOMER-PREFIX.
           MOVE PDA109-SAVAREA-CUSID   TO ORDER-CUSTOMER-ID.

           MOVE WMF-PT-TYPE (WMF-PT-NDX)
                                       TO ORDER-PURCHASE-TYPE.

           MOVE WMF-SHIPPER-NUMBER     TO ORDER-SHIPPER-NUMBER.

           PERFORM  P79060-ISRT-ORDER
               THRU P79060-ISRT-ORDER-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06062-WRITE-SCHEDULE                          *
      *                                                               *
      *    FUNCTION :  WRITE THE SCHEDULED ORDER RELEASE RECORD FOR   *
      *                AN ORDER SUBMITTED WITH A FUTURE REQUESTED     *
      *                SHIP DATE.  A RE-SUBMIT LEAVES THE EXISTING    *
      *                RECORD                                         *
      *                                                               *
      *    CALLED BY:  P06060-ADD-ORDER-ROOT                          *
      *                                                               *
      *****************************************************************

       P06062-WRITE-SCHEDULE.

           MOVE ORDER-PREFIX           TO SCHEDULED-ORDER-PREFIX.
           MOVE ORDER-NUMBER           TO SCHEDULED-ORDER-NUMBER.
           MOVE WMF-REQ-SHIP-DATE      TO SCHEDULED-REQ-SHIP-DATE.
           MOVE 'S'                    TO SCHEDULED-STATUS.
           MOVE ZEROES                 TO SCHEDULED-RELEASE-DATE.

           WRITE SCHEDULED-ORDER-RECORD.

           IF WMF-SCHD-STATUS          =  '00' OR '22'
               NEXT SENTENCE
           ELSE
               MOVE 'VSCHDORD'         TO WMF-VSAM-FILE
               MOVE WMF-SCHD-STATUS    TO WMF-VSAM-STATUS
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P06062'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P06062-WRITE-SCHEDULE-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06064-WRITE-SHIP-TO                           *
      *                                                               *
      *    FUNCTION :  COPY THE CHOSEN ADDRESS BOOK ENTRY TO THE      *
      *                ORDER SHIP-TO SNAPSHOT SO LATER BOOK CHANGES   *
      *                NEVER REWRITE THE ORDER'S DESTINATION.  A      *
      *                RE-SUBMIT LEAVES THE EXISTING SNAPSHOT         *
      *                                                               *
      *    CALLED BY:  P06060-ADD-ORDER-ROOT                          *
      *                                                               *
      *****************************************************************

       P06064-WRITE-SHIP-TO.

           MOVE PDA109-USERID-NUMBER   TO SHIP-TO-PREFIX.
           MOVE PDA109-SAVAREA-CUSID   TO SHIP-TO-CUSTOMER-ID.
           MOVE WMF-SHIP-TO-CODE       TO SHIP-TO-CODE.

           READ VSAM-SHIP-TO.

           IF WMF-SHIPTO-STATUS        =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VSHIPTO'          TO WMF-VSAM-FILE
               MOVE WMF-SHIPTO-STATUS  TO WMF-VSAM-STATUS
               MOVE 'READ'             TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P06064'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

           MOVE ORDER-PREFIX           TO ORDER-SHIP-PREFIX.
           MOVE ORDER-NUMBER           TO ORDER-SHIP-ORDER-NUMBER.
           MOVE WMF-SHIP-TO-CODE       TO ORDER-SHIP-CODE.
           MOVE SHIP-TO-NAME           TO ORDER-SHIP-NAME.
           MOVE SHIP-TO-ADDRESS        TO ORDER-SHIP-ADDRESS.
           MOVE SHIP-TO-CITY           TO ORDER-SHIP-CITY.
           MOVE SHIP-TO-STATE          TO ORDER-SHIP-STATE.
           MOVE SHIP-TO-POSTAL-CODE    TO ORDER-SHIP-POSTAL-CODE.

           WRITE ORDER-SHIP-TO-RECORD.

           IF WMF-OSHIP-STATUS         =  '00' OR '22'
               NEXT SENTENCE
           ELSE
               MOVE 'VORDSHIP'         TO WMF-VSAM-FILE
               MOVE WMF-OSHIP-STATUS   TO WMF-VSAM-STATUS
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P06064'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P06064-WRITE-SHIP-TO-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06100-ADD-ORDER-ITEMS                         *
      *****************************************************************

           MOVE SPACES                 TO ORDER-ITEM-SEGMENT.
           MOVE ZEROES                 TO ORDER-ITEM-BLANKET-NUMBER.
           MOVE PDA109-USERID-NUMBER   TO ORDER-ITEM-PREFIX.

           MOVE PENDING-ORDER-PURCHASE-TYPE
           MOVE PENDING-ORDER-SUPPLIER-ID
                                       TO ITEM-SUPPLIER-SUPPLIER-ID.

      *****************************************************************
      *    AN OPEN BLANKET COMMITMENT COVERING THE LINE PRICES IT AT  *
      *    THE CONTRACTED BLANKET PRICE AND DRAWS THE RELEASE DOWN    *
      *****************************************************************

           PERFORM  P06110-DRAW-BLANKET
               THRU P06110-DRAW-BLANKET-EXIT.

           IF BLANKET-DRAWN
               MOVE WMF-BLANKET-PRICE  TO ITEM-SUPPLIER-UNIT-PRICE
               MOVE BLANKET-NUMBER     TO ORDER-ITEM-BLANKET-NUMBER
               GO TO P06100-PRICE-RESOLVED.

      *****************************************************************
      *    RESOLVE THE UNIT PRICE IN EFFECT TODAY (EFFECTIVE-DATED   *
      *    PRICE HISTORY WITH FALLBACK TO ITEM_SUPPLIER) VIA PDAS04  *
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.

       P06100-PRICE-RESOLVED.

           MOVE ITEM-SUPPLIER-UNIT-PRICE
                                       TO ORDER-ITEM-UNIT-PRICE.
                                       WMF-PT-TOTAL-COST (WMF-PT-NDX).

      *****************************************************************
      *    ACCUMULATE THE ORDER WEIGHT FOR THE FREIGHT CHARGE AND     *
      *    FETCH THE LINE'S OWN CATEGORY FOR THE PROMOTION TEST       *
      *****************************************************************

           MOVE PENDING-ORDER-PREFIX   TO ITEM-PREFIX.
           MOVE PENDING-ORDER-ITEM-NUMBER
                                       TO ITEM-NUMBER.
           MOVE SPACES                 TO ITEM-CATEGORY-NAME.

           EXEC SQL
               SELECT  WEIGHT_PER_UNIT,
                       CATEGORY_NAME
               INTO    :ITEM-WEIGHT-PER-UNIT,
                       :ITEM-CATEGORY-NAME
               FROM    ITEM
               WHERE   PREFIX = :ITEM-PREFIX
                 AND   NUMBER = :ITEM-NUMBER
                   (ITEM-WEIGHT-PER-UNIT * PENDING-ORDER-QUANTITY)
           END-IF.

      *****************************************************************
      *    AN ACTIVE PROMOTION EARNS ITS PERCENT OFF THE ELIGIBLE     *
      *    LINES, ACCUMULATED PER ORDER AS ITS OWN AMOUNT LINE        *
      *****************************************************************

           IF WMF-PROMO-CODE           >  SPACES
              AND WMF-PROMO-START      NOT >  WMF-ORDER-DATE
              AND WMF-PROMO-END        NOT <  WMF-ORDER-DATE
              AND (WMF-PROMO-CATEGORY  =  SPACES
                   OR WMF-PROMO-CATEGORY  =  ITEM-CATEGORY-NAME)
               COMPUTE WMF-PROMO-LINE-EXT =
                   ORDER-ITEM-UNIT-PRICE * PENDING-ORDER-QUANTITY
               COMPUTE WMF-PT-PROMO-DISC (WMF-PT-NDX) =
                   WMF-PT-PROMO-DISC (WMF-PT-NDX) +
                   (WMF-PROMO-LINE-EXT * WMF-PROMO-RATE / 100)
           END-IF.

      *****************************************************************
      *    A LINE LET THROUGH UNDER COST ON A SUPERVISOR OVERRIDE IS  *
      *    JOURNALED WITH ITS ORDER NUMBER                            *
      *****************************************************************

           IF BELOW-COST-OVERRIDE
               MOVE ORDER-ITEM-UNIT-PRICE
                                       TO WMF-BC-NET-PRICE
               MOVE WMF-ORDER-DATE     TO WMF-BC-PROMO-DATE
               PERFORM  P05973-COST-PENDING-LINE
                   THRU P05973-COST-PENDING-LINE-EXIT
               IF LINE-BELOW-COST
                   PERFORM  P06150-LOG-BELOW-COST
                       THRU P06150-LOG-BELOW-COST-EXIT
               END-IF
           END-IF.


           MOVE 'EQ'                   TO ORDER-QUAL-OPERATOR.
           MOVE PDA109-USERID-NUMBER   TO ORDER-QUAL-PREFIX.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06110-DRAW-BLANKET                            *
      *                                                               *
      *    FUNCTION :  SCAN THE BLANKET ORDER FILE FOR AN OPEN        *
      *                COMMITMENT COVERING THE LINE'S CUSTOMER,       *
      *                ITEM, SUPPLIER, DATE AND QUANTITY, AND DRAW    *
      *                THE RELEASE DOWN AGAINST IT                    *
      *                                                               *
      *    CALLED BY:  P06100-ADD-ORDER-ITEMS                         *
      *                                                               *
      *****************************************************************

       P06110-DRAW-BLANKET.

           MOVE 'N'                    TO WS-BLANKET-DRAWN-SW.
           MOVE 'N'                    TO WS-BROWSE-END-SW.

           MOVE PDA109-USERID-NUMBER   TO BLANKET-PREFIX.
           MOVE ZEROES                 TO BLANKET-NUMBER.

           START VSAM-BLANKET
               KEY IS NOT LESS THAN BLANKET-ORDER-KEY.

           IF WMF-BLKT-STATUS          NOT =  '00'
               GO TO P06110-DRAW-BLANKET-EXIT.

           PERFORM  P06112-SCAN-BLANKET
               THRU P06112-SCAN-BLANKET-EXIT
                   UNTIL BLANKET-DRAWN
                      OR BROWSE-END.

           IF NOT BLANKET-DRAWN
               GO TO P06110-DRAW-BLANKET-EXIT.

      *****************************************************************
      *    DRAW THE RELEASE DOWN AND REWRITE THE BLANKET              *
      *****************************************************************

           ADD PENDING-ORDER-QUANTITY  TO BLANKET-RELEASED-QTY.

           IF BLANKET-RELEASED-QTY     NOT <  BLANKET-COMMITTED-QTY
               MOVE 'E'                TO BLANKET-STATUS.

           REWRITE BLANKET-ORDER-RECORD.

           IF WMF-BLKT-STATUS          =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VBLANKET'         TO WMF-VSAM-FILE
               MOVE WMF-BLKT-STATUS    TO WMF-VSAM-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P06110'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

           MOVE BLANKET-UNIT-PRICE     TO WMF-BLANKET-PRICE.

       P06110-DRAW-BLANKET-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06112-SCAN-BLANKET                            *
      *                                                               *
      *    FUNCTION :  READ THE NEXT BLANKET FOR THE PREFIX AND       *
      *                FLAG IT DRAWN WHEN IT COVERS THE LINE          *
      *                                                               *
      *    CALLED BY:  P06110-DRAW-BLANKET                            *
      *                                                               *
      *****************************************************************

       P06112-SCAN-BLANKET.

           READ VSAM-BLANKET NEXT RECORD.

           IF WMF-BLKT-STATUS          NOT =  '00'
               MOVE 'Y'                TO WS-BROWSE-END-SW
               GO TO P06112-SCAN-BLANKET-EXIT.

           IF BLANKET-PREFIX           NOT =  PDA109-USERID-NUMBER
               MOVE 'Y'                TO WS-BROWSE-END-SW
               GO TO P06112-SCAN-BLANKET-EXIT.

           IF BLANKET-NUMBER           =  ZEROES
               GO TO P06112-SCAN-BLANKET-EXIT.

           IF BLANKET-OPEN
              AND BLANKET-CUSTOMER-ID  =  PDA109-SAVAREA-CUSID
              AND BLANKET-ITEM-NUMBER  =  PENDING-ORDER-ITEM-NUMBER
              AND BLANKET-SUPPLIER-ID  =  PENDING-ORDER-SUPPLIER-ID
              AND BLANKET-START-DATE   NOT >  WMF-ORDER-DATE
              AND BLANKET-END-DATE     NOT <  WMF-ORDER-DATE
              AND BLANKET-COMMITTED-QTY - BLANKET-RELEASED-QTY
                                       NOT <  PENDING-ORDER-QUANTITY
               MOVE 'Y'                TO WS-BLANKET-DRAWN-SW.

       P06112-SCAN-BLANKET-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06130-UPDATE-ORDER                            *
           MOVE WMF-PT-ITEM-SEQ (WMF-PT-NDX)
                                       TO ORDER-NEXT-ITEM-SEQUENCE.

      *****************************************************************
      *    A SUBMIT OVER THE APPROVAL THRESHOLD PARKS PENDING         *
      *    APPROVAL ON THE SUPERVISOR QUEUE (PDA057).  SCHEDULED      *
      *    ORDERS KEEP THEIR SCHEDULE -- THE NIGHTLY RELEASE          *
      *    (PDAB63) APPLIES THE SAME GATE WHEN THEY COME DUE          *
      *****************************************************************

           IF ORDER-STATUS             =  'IN PROGRESS'
               PERFORM  P06138-CHECK-APPROVAL
                   THRU P06138-CHECK-APPROVAL-EXIT.

      *****************************************************************
      *    COMPUTE THE SALES TAX FOR THE ORDER FROM THE CUSTOMER      *
      *    SHIP-TO STATE AND THE TAX_RATE TABLE                       *

           MOVE PDAS11-FREIGHT-AMOUNT  TO ORDER-FREIGHT-AMOUNT.

      *****************************************************************
      *    TAKE THE EARNED PROMOTION DISCOUNT OFF THE ORDER TOTAL     *
      *****************************************************************

           PERFORM  P06139-APPLY-PROMO
               THRU P06139-APPLY-PROMO-EXIT.

           PERFORM  P79100-REPL-ORDER1
               THRU P79100-REPL-ORDER1-EXIT.

       P06130-UPDATE-ORDER-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06138-CHECK-APPROVAL                          *
      *                                                               *
      *    FUNCTION :  PARK A SUBMIT OVER THE APPROVAL THRESHOLD IN   *
      *                PENDING APPROVAL STATUS AND QUEUE IT FOR THE   *
      *                SUPERVISOR (PDA057).  THE THRESHOLD IS THE     *
      *                AMOUNT ON THE QUEUE FILE'S PREFIX CONTROL      *
      *                RECORD -- ABSENT OR ZERO MEANS NO GATE         *
      *                                                               *
      *    CALLED BY:  P06130-UPDATE-ORDER                            *
      *                                                               *
      *****************************************************************

       P06138-CHECK-APPROVAL.

           MOVE PDA109-USERID-NUMBER   TO APPROVAL-PREFIX.
           MOVE ZEROES                 TO APPROVAL-ORDER-NUMBER.

           READ VSAM-APPROVAL.

           IF WMF-APPR-STATUS          NOT =  '00'
               GO TO P06138-CHECK-APPROVAL-EXIT.

           IF APPROVAL-AMOUNT          NOT >  ZEROES
            OR ORDER-TOTAL-AMOUNT      NOT >  APPROVAL-AMOUNT
               GO TO P06138-CHECK-APPROVAL-EXIT.

           MOVE 'PENDING APPROVAL'     TO ORDER-STATUS.

           MOVE SPACES                 TO APPROVAL-RECORD.
           MOVE PDA109-USERID-NUMBER   TO APPROVAL-PREFIX.
           MOVE ORDER-NUMBER           TO APPROVAL-ORDER-NUMBER.
           MOVE PDA109-SAVAREA-CUSID   TO APPROVAL-CUSTOMER-ID.
           MOVE ORDER-TOTAL-AMOUNT     TO APPROVAL-AMOUNT.
           MOVE WS-CDT-DATE            TO APPROVAL-DATE.
           MOVE 'P'                    TO APPROVAL-STATUS.
           MOVE SPACES                 TO APPROVAL-DECIDED-BY.
           MOVE ZEROES                 TO APPROVAL-DECIDED-DATE.
           MOVE SPACES                 TO APPROVAL-REASON.

           WRITE APPROVAL-RECORD.

           IF WMF-APPR-STATUS          =  '00' OR '22'
               NEXT SENTENCE
           ELSE
               MOVE 'VAPPROVQ'         TO WMF-VSAM-FILE
               MOVE WMF-APPR-STATUS    TO WMF-VSAM-STATUS
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P06138'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P06138-CHECK-APPROVAL-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06139-APPLY-PROMO                             *
      *                                                               *
      *    FUNCTION :  TAKE THE ORDER'S ACCUMULATED PROMOTION         *
      *                DISCOUNT OFF THE ORDER TOTAL AND RECORD THE    *
      *                REDEMPTION ON THE PROMOTION MASTER             *
      *                                                               *
      *    CALLED BY:  P06130-UPDATE-ORDER                            *
      *                                                               *
      *****************************************************************

       P06139-APPLY-PROMO.

           MOVE WMF-PT-PROMO-DISC (WMF-PT-NDX)
                                       TO WMF-PROMO-ORDER-DISC.

           IF WMF-PROMO-ORDER-DISC     NOT >  ZEROES
               GO TO P06139-APPLY-PROMO-EXIT.

           SUBTRACT WMF-PROMO-ORDER-DISC
                                       FROM ORDER-TOTAL-AMOUNT.
           MOVE WMF-PROMO-CODE         TO ORDER-PROMO-CODE.
           MOVE WMF-PROMO-ORDER-DISC   TO ORDER-PROMO-DISCOUNT.

      *****************************************************************
      *    RECORD THE REDEMPTION ON THE PROMOTION MASTER              *
      *****************************************************************

           MOVE PDA109-USERID-NUMBER   TO PROMO-PREFIX.
           MOVE WMF-PROMO-CODE         TO PROMO-CODE.

           READ VSAM-PROMO.

           IF WMF-PROMO-STATUS         =  '00'
               ADD +1                  TO PROMO-REDEEMED-COUNT
               ADD WMF-PROMO-ORDER-DISC
                                       TO PROMO-REDEEMED-DOLLARS
               REWRITE PROMO-RECORD.

           IF WMF-PROMO-STATUS         =  '00'
               NEXT SENTENCE
           ELSE
               MOVE 'VPROMO'           TO WMF-VSAM-FILE
               MOVE WMF-PROMO-STATUS   TO WMF-VSAM-STATUS
               MOVE 'REDEEM'           TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P06139'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P06139-APPLY-PROMO-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06135-GET-TAX-RATE                            *
      *                                                               *
      *    FUNCTION :  LOOK UP THE SALES TAX RATE FOR THE SIGNED ON   *
      *                CUSTOMER SHIP-TO STATE.  A STATE WITH NO       *
      *                TAX_RATE ROW, OR ONE THE CUSTOMER HOLDS AN     *
      *                UNEXPIRED EXEMPTION CERTIFICATE FOR, IS TAXED  *
      *                AT ZERO                                        *
      *                                                               *
      *    CALLED BY:  P06130-UPDATE-ORDER                            *
      *                                                               *
                       THRU P99500-PDA-ERROR-EXIT
           END-EVALUATE.

           IF WS-TAX-RATE-PCT          >  ZEROES
               PERFORM  P06137-CHECK-TAX-CERT
                   THRU P06137-CHECK-TAX-CERT-EXIT.

       P06135-GET-TAX-RATE-EXIT.
           EXIT.
           EJECT
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06137-CHECK-TAX-CERT                          *
      *                                                               *
      *    FUNCTION :  READ THE CUSTOMER'S SALES TAX EXEMPTION        *
      *                CERTIFICATE FOR THE SHIP-TO STATE.  AN         *
      *                UNEXPIRED CERTIFICATE TAXES THE ORDER AT ZERO  *
      *                                                               *
      *    CALLED BY:  P06135-GET-TAX-RATE                            *
      *                                                               *
      *****************************************************************

       P06137-CHECK-TAX-CERT.

           MOVE PDA109-USERID-NUMBER   TO TAX-CERT-PREFIX.
           MOVE PDA109-SAVAREA-CUSID   TO TAX-CERT-CUSTOMER-ID.
           MOVE TAX-RATE-STATE         TO TAX-CERT-STATE.

           READ VSAM-TAX-CERT.

           EVALUATE TRUE
               WHEN WMF-TXCERT-STATUS  =  '00'
                   IF TAX-CERT-EXPIRATION-DATE
                                       NOT <  WS-CDT-DATE
                       MOVE ZEROES     TO WS-TAX-RATE-PCT
                   END-IF
               WHEN WMF-TXCERT-STATUS  =  '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'VTAXCERT'     TO WMF-VSAM-FILE
                   MOVE WMF-TXCERT-STATUS
                                       TO WMF-VSAM-STATUS
                   MOVE 'READ'         TO WPM-VSAM-ERROR-COMMAND
                   MOVE 'P06137'       TO WPGE-PARAGRAPH
                   PERFORM  P79900-VSAM-ERROR
                       THRU P79900-VSAM-ERROR-EXIT
           END-EVALUATE.

       P06137-CHECK-TAX-CERT-EXIT.
           EXIT.
           EJECT


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06150-LOG-BELOW-COST                          *
      *                                                               *
      *    FUNCTION :  JOURNAL THE SUPERVISOR OVERRIDE OF A BELOW-    *
      *                COST ORDER LINE ON THE BELOW-COST FILE WITH    *
      *                ITS ORDER NUMBER AND THE SUBMIT MARGIN.  A     *
      *                DUPLICATE KEY BUMPS THE SEQUENCE AND RETRIES   *
      *                                                               *
      *    CALLED BY:  P06100-ADD-ORDER-ITEMS                         *
      *                                                               *
      *****************************************************************

       P06150-LOG-BELOW-COST.

           MOVE SPACES                 TO BELOW-COST-RECORD.
           MOVE WS-CDT-DATE            TO BELOW-COST-DATE.
           MOVE WS-CDT-TIME            TO BELOW-COST-TIME.
           MOVE ZEROES                 TO BELOW-COST-SEQ.
           MOVE 'PDA109'               TO BELOW-COST-SOURCE.
           MOVE PDA109-USERID-ID       TO BELOW-COST-USERID.
           MOVE PDA109-USERID-NUMBER   TO BELOW-COST-PREFIX.
           MOVE PDA109-SAVAREA-CUSID   TO BELOW-COST-CUSTOMER-ID.
           MOVE PENDING-ORDER-ITEM-NUMBER
                                       TO BELOW-COST-ITEM-NUMBER.
           MOVE PENDING-ORDER-SUPPLIER-ID
                                       TO BELOW-COST-SUPPLIER-ID.
           MOVE WMF-PT-ORDER-NUMBER (WMF-PT-NDX)
                                       TO BELOW-COST-ORDER-NUMBER.
           MOVE PENDING-ORDER-QUANTITY TO BELOW-COST-QUANTITY.
           MOVE WMF-BC-NET-PRICE       TO BELOW-COST-NET-PRICE.
           MOVE ITEM-COST-AVG-UNIT-COST
                                       TO BELOW-COST-AVG-COST.
           MOVE WMF-BC-ORDER-MARGIN    TO BELOW-COST-ORDER-MARGIN.
           MOVE WMF-BC-REASON          TO BELOW-COST-REASON.

           PERFORM  P06151-WRITE-BELOW-COST
               THRU P06151-WRITE-BELOW-COST-EXIT
                   WITH TEST AFTER
                   UNTIL WMF-BCOST-STATUS NOT =  '22'
                      OR BELOW-COST-SEQ   >  998.

           IF WMF-BCOST-STATUS         =  '00'  OR  '22'
               NEXT SENTENCE
           ELSE
               MOVE 'VBLWCOST'         TO WMF-VSAM-FILE
               MOVE WMF-BCOST-STATUS   TO WMF-VSAM-STATUS
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
               MOVE 'P06150'           TO WPGE-PARAGRAPH
               PERFORM  P79900-VSAM-ERROR
                   THRU P79900-VSAM-ERROR-EXIT.

       P06150-LOG-BELOW-COST-EXIT.
           EXIT.

       P06151-WRITE-BELOW-COST.

           WRITE BELOW-COST-RECORD.

           IF WMF-BCOST-STATUS         =  '22'
               ADD 1                   TO BELOW-COST-SEQ.

       P06151-WRITE-BELOW-COST-EXIT.
           EXIT.
           EJECT

      *****************************************************************
      *                                                               *
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
           MOVE 'PDA109'               TO WPGE-PROGRAM-ID.
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
                                       TO WPEA-ERROR-07-TEXT
               MOVE WS-PDA-IMS-ERROR-02
                                       TO WPEA-ERROR-08-TEXT
           ELSE
           IF WS-PDA-ERROR-TYPE = 'GEN'
               MOVE WS-PDA-GEN-ERROR-01
                                       TO WPEA-ERROR-07-TEXT
               MOVE WS-PDA-GEN-ERROR-02
                                       TO WPEA-ERROR-08-TEXT
           ELSE
               MOVE WS-PDA-CICS-ERROR-01
                                       TO WPEA-ERROR-07-TEXT
