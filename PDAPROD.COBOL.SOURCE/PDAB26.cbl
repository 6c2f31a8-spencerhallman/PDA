      *             AMOUNTS, AND AN INVOICE TOTAL.  EACH INVOICED     *
      *             ORDER IS RECORDED ON THE INVOICE REGISTER FILE    *
      *             WITH ITS ASSIGNED INVOICE NUMBER.                 *
      *             THE CUSTOMER'S PAYMENT TERMS (TERMS MASTER) SET   *
      *             THE DUE DATE AND ANY EARLY-PAYMENT DISCOUNT       *
      *             WINDOW PRINTED ON THE INVOICE AND STAMPED ON THE  *
      *             AR OPEN ITEM; A CUSTOMER WITHOUT TERMS IS DUE ON  *
      *             RECEIPT.                                          *
      *             A CUSTOMER BILLED ON A WEEKLY, SEMI-MONTHLY OR    *
      *             MONTHLY CYCLE HAS ITS ORDERS HELD UNTIL THE CYCLE *
      *             CLOSES; ON THE CLOSE DATE THEY ARE BILLED ON ONE  *
      *             SUMMARY INVOICE LISTING EACH ORDER WITH ITS       *
      *             LINES, TAX AND FREIGHT, WITH ONE AR OPEN ITEM     *
      *             FOR THE SUMMARY.                                  *
      *                                                               *
      * FILES   :   ORDER DATABASE (ORDER1DB)  -  IMS     (INPUT)     *
      *             CUSTOMER FILE              -  VSAM    (INPUT)     *
      *             ITEM                       -  DB2     (READ-ONLY) *
      *             PRICE_OVERRIDE_REASON      -  DB2     (READ-ONLY) *
      *             INVOICE REGISTER FILE      -  VSAM    (UPDATE)    *
      *             AR OPEN ITEM FILE          -  VSAM    (UPDATE)    *
      *             PAYMENT TERMS FILE         -  VSAM    (INPUT)     *
      *             INVOICE PRINT FILE         -  SEQ     (OUTPUT)    *
      *                                                               *
      *****************************************************************
      *  09/02/26   R. MCALLEN            APPROVAL-HELD AND REJECTED  *
      *                                   ORDERS ARE NOT INVOICED     *
      *                                   (PDA057)                    *
      *  10/15/26   R. MCALLEN            DUE DATE AND DISCOUNT       *
      *                                   WINDOW FROM THE CUSTOMER'S  *
      *                                   PAYMENT TERMS (VTERMS) ON   *
      *                                   THE INVOICE AND AR ITEM     *
      *  10/15/26   R. MCALLEN            AR ITEMS WRITTEN AS         *
      *                                   INVOICE TYPE (FINANCE       *
      *                                   CHARGES, PDAB87); CUSTOMER  *
      *                                   RECORD NOW 800 BYTES        *
      *  10/15/26   R. MCALLEN            MANUALLY REPRICED LINES     *
      *                                   SHOW THE ORIGINAL PRICE     *
      *                                   AND OVERRIDE REASON         *
      *  10/15/26   R. MCALLEN            CYCLE-BILLED CUSTOMERS GET  *
      *                                   ONE SUMMARY INVOICE AND AR  *
      *                                   ITEM PER BILLING CYCLE      *
      *  10/15/26   R. MCALLEN            CANCELLED ORDERS ARE NOT    *
      *                                   INVOICED                    *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************

           SELECT VSAM-INVOICE         ASSIGN TO VINVOICE
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS INVOICE-KEY
                                       FILE STATUS IS WS-INVOICE-STATUS.

                                       ACCESS IS RANDOM
                                       RECORD KEY IS ORDER-SHIP-TO-KEY
                                       FILE STATUS IS WS-OSHIP-STATUS.

           SELECT VSAM-TERMS           ASSIGN TO VTERMS
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS RANDOM
                                       RECORD KEY IS TERMS-KEY
                                       FILE STATUS IS WS-TERMS-STATUS.
           EJECT
       DATA DIVISION.

       01  INVOICE-PRINT-REC           PIC X(132).

       FD  VSAM-CUSTOMER
           RECORD CONTAINS 800 CHARACTERS.

           COPY VCUSTOMR.

           COPY VINVOICE.

       FD  VSAM-ARBAL
           RECORD CONTAINS 128 CHARACTERS.

           COPY VARBAL.

           RECORD CONTAINS 64 CHARACTERS.

           COPY VREPRINT.

       FD  VSAM-TERMS
           RECORD CONTAINS 64 CHARACTERS.

           COPY VTERMS.
           EJECT
       WORKING-STORAGE SECTION.

               88  CUSTOMER-FOUND                VALUE 'Y'.
           05  WS-END-OF-REPRINTS-SW   PIC X     VALUE 'N'.
               88  END-OF-REPRINTS               VALUE 'Y'.
           05  WS-HOLD-ORDER-SW        PIC X     VALUE 'N'.
               88  HOLD-ORDER                    VALUE 'Y'.
           05  WS-SUMMARY-PASS-SW      PIC X     VALUE 'N'.
               88  SUMMARY-PASS                  VALUE 'Y'.
           05  WS-PRINTING-COPY-SW     PIC X     VALUE 'N'.
               88  PRINTING-COPY                 VALUE 'Y'.
           05  WS-END-OF-MEMBERS-SW    PIC X     VALUE 'N'.
               88  END-OF-MEMBERS                VALUE 'Y'.
           05  WS-WEEKLY-CLOSE-SW      PIC X     VALUE 'N'.
               88  WEEKLY-CLOSE-TODAY            VALUE 'Y'.
           05  WS-SEMI-MONTHLY-CLOSE-SW
                                       PIC X     VALUE 'N'.
               88  SEMI-MONTHLY-CLOSE-TODAY      VALUE 'Y'.
           05  WS-MONTHLY-CLOSE-SW     PIC X     VALUE 'N'.
               88  MONTHLY-CLOSE-TODAY           VALUE 'Y'.
           EJECT
      *****************************************************************
      *    MISCELLANEOUS WORK FIELDS                                  *
           03  WS-INVOICE-STATUS       PIC XX    VALUE SPACES.
               88  INVOICEF-OK                   VALUE '  ' '00'.
               88  INVOICEF-NOTFOUND             VALUE '23'.
               88  INVOICEF-END                  VALUE '10'.
           03  WS-ARBAL-STATUS         PIC XX    VALUE SPACES.
               88  ARBALF-OK                     VALUE '  ' '00'.
               88  ARBALF-DUPLICATE              VALUE '22'.
           03  WS-INV-SHIP-CITY        PIC X(32) VALUE SPACES.
           03  WS-INV-SHIP-STATE       PIC X(32) VALUE SPACES.
           03  WS-INV-SHIP-ZIP         PIC X(12) VALUE SPACES.
           03  WS-TERMS-STATUS         PIC XX    VALUE SPACES.
               88  TERMSF-OK                     VALUE '  ' '00'.
               88  TERMSF-NOTFOUND               VALUE '23'.
               88  TERMSF-EMPTY                  VALUE '47' '35'.
           03  WS-REPRINT-STATUS       PIC XX    VALUE SPACES.
               88  REPRNTF-OK                    VALUE '  ' '00'.
               88  REPRNTF-NOTFOUND              VALUE '23'.
           03  WS-ORDER-DATE-CCYYMMDD.
               05  WS-ODC-CENTURY      PIC XX    VALUE SPACES.
               05  WS-ODC-YYMMDD       PIC X(6)  VALUE SPACES.
           03  WS-TERMS-NOT-FOUND      PIC S9(7) VALUE +0       COMP-3.
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.
           03  WS-TERMS-CODE           PIC X(5)  VALUE SPACES.
           03  WS-DUE-DATE             PIC 9(8)  VALUE ZEROES.
           03  WS-DISCOUNT-DATE        PIC 9(8)  VALUE ZEROES.
           03  WS-DISCOUNT-PCT         PIC S9(2)V9(3)
                                                 VALUE +0       COMP-3.
           03  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROES.
           03  FILLER REDEFINES WS-EDIT-DATE.
               05  WS-ED-YEAR          PIC X(4).
               05  WS-ED-MONTH         PIC XX.
               05  WS-ED-DAY           PIC XX.
           03  WS-WEEKDAY              PIC S9(9) VALUE +0       COMP.
           03  WS-WEEK-COUNT           PIC S9(9) VALUE +0       COMP.
           03  WS-ORDERS-HELD          PIC S9(7) VALUE +0       COMP-3.
           03  WS-ORDERS-SUMMARIZED    PIC S9(7) VALUE +0       COMP-3.
           03  WS-SUMMARIES-PRINTED    PIC S9(7) VALUE +0       COMP-3.
           03  WS-SUMMARY-PREFIX       PIC 9(5)  VALUE ZEROES.
           03  WS-SUMMARY-CUSTOMER-ID  PIC X(32) VALUE SPACES.
           03  WS-SUMMARY-INVOICE-NO   PIC 9(9)  VALUE ZEROES.
           03  WS-SUMMARY-ORDER-NUMBER PIC 9(10) VALUE ZEROES.
           03  WS-SUMMARY-MERCHANDISE  PIC S9(9)V99
                                                 VALUE +0       COMP-3.
           03  WS-SUMMARY-TAX          PIC S9(9)V99
                                                 VALUE +0       COMP-3.
           03  WS-SUMMARY-FREIGHT      PIC S9(9)V99
                                                 VALUE +0       COMP-3.
           03  WS-SUMMARY-TOTAL        PIC S9(9)V99
                                                 VALUE +0       COMP-3.
           EJECT
      *****************************************************************
      *    ORDERS OF CYCLE-BILLED CUSTOMERS WHOSE CYCLE CLOSES TODAY, *
      *    COLLECTED ON THE ORDER PASS AND BILLED ON ONE SUMMARY      *
      *    INVOICE PER CUSTOMER AFTER IT.  ALSO LOADED WITH THE       *
      *    ORDERS OF A SUMMARY INVOICE QUEUED FOR REPRINT             *
      *****************************************************************

       01  WS-SUMMARY-TABLE.
           03  WS-ST-COUNT             PIC S9(4) VALUE +0       COMP.
           03  WS-ST-SUB               PIC S9(4) VALUE +0       COMP.
           03  WS-ST-SUB2              PIC S9(4) VALUE +0       COMP.
           03  WS-ST-ENTRY             OCCURS 2000 TIMES.
               05  WS-ST-PREFIX        PIC 9(5).
               05  WS-ST-CUSTOMER-ID   PIC X(32).
               05  WS-ST-ORDER-NUMBER  PIC 9(10).
               05  WS-ST-DONE-SW       PIC X.
                   88  WS-ST-DONE                VALUE 'Y'.
           EJECT
      *****************************************************************
      *    IMS FUNCTION AND SSA DEFINITIONS                           *
           03  WS-PL-NT-TEXT           PIC X(70) VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-PL-OVERRIDE.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(26) VALUE
               'PRICE OVERRIDE - ORIGINAL '.
           03  WS-PL-OV-ORIG-PRICE     PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(08) VALUE ' REASON '.
           03  WS-PL-OV-REASON         PIC X(03) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-PL-OV-DESC           PIC X(32) VALUE SPACES.
           03  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-PL-TAX.
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  FILLER                  PIC X(16) VALUE
               'INVOICE TOTAL   '.
           03  WS-PL-TL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-PL-TERMS.
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  FILLER                  PIC X(07) VALUE 'TERMS  '.
           03  WS-PL-TM-CODE           PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PL-TM-DESC           PIC X(32) VALUE SPACES.
           03  FILLER                  PIC X(05) VALUE ' DUE '.
           03  WS-PL-TM-MONTH          PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-TM-DAY            PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-TM-YEAR           PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-PL-TERMS-DISC.
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE 'DISCOUNT '.
           03  WS-PL-TD-PCT            PIC Z9.999.
           03  FILLER                  PIC X(13) VALUE
               '% IF PAID BY '.
           03  WS-PL-TD-MONTH          PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-TD-DAY            PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-TD-YEAR           PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-PL-SUM-HEADER.
           03  FILLER                  PIC X(18) VALUE
               'SUMMARY INVOICE   '.
           03  WS-PL-SH-INVOICE-NO     PIC 9(09) VALUE ZEROES.
           03  FILLER                  PIC X(08) VALUE '   DATE '.
           03  WS-PL-SH-MONTH          PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-SH-DAY            PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-SH-YEAR           PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-PL-ORDER-HEADER.
           03  FILLER                  PIC X(06) VALUE 'ORDER '.
           03  WS-PL-OH-ORDER-PREFIX   PIC 9(05) VALUE ZEROES.
           03  FILLER                  PIC X     VALUE '-'.
           03  WS-PL-OH-ORDER-NUMBER   PIC 9(10) VALUE ZEROES.
           03  FILLER                  PIC X(08) VALUE '  DATED '.
           03  WS-PL-OH-MONTH          PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-OH-DAY            PIC XX    VALUE SPACES.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-PL-OH-YEAR           PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE
               '   SHIP TO: '.
           03  WS-PL-OH-SHIP-NAME      PIC X(50) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-PL-AMOUNT.
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  WS-PL-AM-LABEL          PIC X(16) VALUE SPACES.
           03  WS-PL-AM-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(62) VALUE SPACES.
           EJECT
      *****************************************************************
      *    DISPLAY AREA (RUN TOTALS)                                  *
              INCLUDE DITEM
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DOVRRSN
           END-EXEC.
           EJECT
      *****************************************************************
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   *
      *****************************************************************
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

           OPEN INPUT VSAM-TERMS.

           IF NOT TERMSF-OK AND NOT TERMSF-EMPTY
               MOVE 'OPEN PAYMENT TERMS FAILED' TO WPBE-MESSAGE
               MOVE WS-TERMS-STATUS TO WPBE-FILE-STATUS
               MOVE 'P00000' TO WPBE-PARAGRAPH
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

           OPEN I-O VSAM-REPRINT.

           IF NOT REPRNTF-OK AND NOT REPRNTF-EMPTY
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

      *****************************************************************
      *    WHICH BILLING CYCLES CLOSE TODAY                           *
      *****************************************************************

           PERFORM P05000-SET-CYCLE-CLOSE THRU P05000-EXIT.

           PERFORM P10000-PROCESS-ORDER THRU P10000-EXIT
               UNTIL END-OF-ORDERS.

      *****************************************************************
      *    BILL THE ORDERS COLLECTED FOR CYCLES CLOSING TODAY         *
      *****************************************************************

           PERFORM P70000-BILL-SUMMARIES THRU P70000-EXIT.

      *****************************************************************
      *    PRINT THE DUPLICATES QUEUED ON PDA055, MARKED COPY         *
      *****************************************************************
                 VSAM-CUST-XREF
                 VSAM-ORDER-NOTE
                 VSAM-ORDER-SHIP-TO
                 VSAM-TERMS
                 VSAM-REPRINT.
           DISPLAY ' '.
           DISPLAY WS-DL-ASTERISK.
           MOVE WS-COPIES-PRINTED TO WS-DL-T-CNT.
           DISPLAY WS-DL-TOTAL.

           MOVE 'TERMS NOT ON FILE' TO WS-DL-T-TITLE.
           MOVE WS-TERMS-NOT-FOUND TO WS-DL-T-CNT.
           DISPLAY WS-DL-TOTAL.

           MOVE 'HELD FOR BILLING CYCLE' TO WS-DL-T-TITLE.
           MOVE WS-ORDERS-HELD TO WS-DL-T-CNT.
           DISPLAY WS-DL-TOTAL.

           MOVE 'SUMMARY INVOICES' TO WS-DL-T-TITLE.
           MOVE WS-SUMMARIES-PRINTED TO WS-DL-T-CNT.
           DISPLAY WS-DL-TOTAL.

           MOVE 'ORDERS ON SUMMARIES' TO WS-DL-T-TITLE.
           MOVE WS-ORDERS-SUMMARIZED TO WS-DL-T-CNT.
           DISPLAY WS-DL-TOTAL.

           DISPLAY WS-DL-ASTERISK.
           DISPLAY ' '.

           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-SET-CYCLE-CLOSE                         *
      *                                                               *
      *    FUNCTION :  SET THE BILLING CYCLES THAT CLOSE TODAY --     *
      *                WEEKLY ON A FRIDAY, SEMI-MONTHLY ON THE 15TH   *
      *                AND THE LAST DAY OF THE MONTH, MONTHLY ON THE  *
      *                LAST DAY OF THE MONTH                          *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P05000-SET-CYCLE-CLOSE.

      *****************************************************************
      *    DAY 1 OF THE INTEGER DATE CALENDAR (01/01/1601) WAS A      *
      *    MONDAY, SO A REMAINDER OF 5 IS A FRIDAY                    *
      *****************************************************************

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).

           DIVIDE WS-DATE-INTEGER BY 7
               GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.

           IF WS-WEEKDAY = 5
               MOVE 'Y' TO WS-WEEKLY-CLOSE-SW
           END-IF.

      *****************************************************************
      *    TODAY IS MONTH END WHEN TOMORROW IS THE 1ST                *
      *****************************************************************

           ADD 1 TO WS-DATE-INTEGER.

           COMPUTE WS-EDIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           IF WS-ED-DAY = '01'
               MOVE 'Y' TO WS-MONTHLY-CLOSE-SW
               MOVE 'Y' TO WS-SEMI-MONTHLY-CLOSE-SW
           END-IF.

           IF WS-DATE-DAY = '15'
               MOVE 'Y' TO WS-SEMI-MONTHLY-CLOSE-SW
           END-IF.

       P05000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P10000-PROCESS-ORDER                           *
      *                                                               *
      *    FUNCTION :  GET THE NEXT ORDER ROOT AND INVOICE IT IF IT   *

      *****************************************************************
      *    A SCHEDULED (FUTURE-DATED) ORDER IS NOT INVOICED UNTIL     *
      *    THE NIGHTLY RELEASE (PDAB63) MOVES IT TO IN PROGRESS.  A   *
      *    CANCELLED ORDER IS NEVER INVOICED                          *
      *****************************************************************

           IF ORDER-STATUS = 'SCHEDULED'
            OR ORDER-STATUS = 'PENDING APPROVAL'
            OR ORDER-STATUS = 'REJECTED'
            OR ORDER-STATUS = 'CANCELLED'
               GO TO P20000-EXIT
           END-IF.

               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

      *****************************************************************
      *    A CYCLE-BILLED CUSTOMER'S ORDER WAITS FOR THE SUMMARY      *
      *    INVOICE                                                    *
      *****************************************************************

           PERFORM P21000-CHECK-BILLING-CYCLE THRU P21000-EXIT.

           IF HOLD-ORDER
               GO TO P20000-EXIT
           END-IF.

      *****************************************************************
      *    ASSIGN THE NEXT INVOICE NUMBER FOR THE PREFIX              *
      *****************************************************************

           PERFORM P40000-PRINT-CUSTOMER THRU P40000-EXIT.

      *****************************************************************
      *    SET THE DUE DATE AND DISCOUNT WINDOW FROM THE CUSTOMER'S   *
      *    PAYMENT TERMS                                              *
      *****************************************************************

           PERFORM P47000-RESOLVE-TERMS THRU P47000-EXIT.

           WRITE INVOICE-PRINT-REC FROM WS-PL-BLANK.
           WRITE INVOICE-PRINT-REC FROM WS-PL-COLUMN-HEADER.


           MOVE WS-GRAND-TOTAL TO WS-PL-TL-TOTAL.
           WRITE INVOICE-PRINT-REC FROM WS-PL-TOTAL.

           PERFORM P48000-PRINT-TERMS THRU P48000-EXIT.

           WRITE INVOICE-PRINT-REC FROM WS-PL-BLANK.

           MOVE SPACES TO INVOICE-RECORD.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P21000-CHECK-BILLING-CYCLE                     *
      *                                                               *
      *    FUNCTION :  HOLD THE ORDER OF A CYCLE-BILLED CUSTOMER --   *
      *                UNTIL THE CYCLE CLOSES IT IS LEFT UNINVOICED;  *
      *                ON THE CLOSE DATE IT IS COLLECTED FOR THE      *
      *                CUSTOMER'S SUMMARY INVOICE.  A CUSTOMER NOT    *
      *                ON FILE IS INVOICED PER ORDER                  *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                                                               *
      *****************************************************************

       P21000-CHECK-BILLING-CYCLE.

           MOVE 'N' TO WS-HOLD-ORDER-SW.

           MOVE ORDER-CUSTOMER-PREFIX TO CUSTOMER-PREFIX.
           MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.

           READ VSAM-CUSTOMER.

           IF NOT CUSTOMER-OK
              OR NOT CUSTOMER-CONSOLIDATED-BILLING
               GO TO P21000-EXIT
           END-IF.

           MOVE 'Y' TO WS-HOLD-ORDER-SW.

           IF (CUSTOMER-BILLS-WEEKLY AND NOT WEEKLY-CLOSE-TODAY)
            OR (CUSTOMER-BILLS-SEMI-MONTHLY
                AND NOT SEMI-MONTHLY-CLOSE-TODAY)
            OR (CUSTOMER-BILLS-MONTHLY AND NOT MONTHLY-CLOSE-TODAY)
               ADD +1 TO WS-ORDERS-HELD
               GO TO P21000-EXIT
           END-IF.

           IF WS-ST-COUNT NOT < 2000
               MOVE 'N' TO WS-HOLD-ORDER-SW
               DISPLAY 'PDAB26 - SUMMARY TABLE FULL, ORDER '
                   ORDER-NUMBER ' INVOICED ON ITS OWN'
               GO TO P21000-EXIT
           END-IF.

           ADD +1 TO WS-ST-COUNT.
           MOVE ORDER-PREFIX TO WS-ST-PREFIX (WS-ST-COUNT).
           MOVE ORDER-CUSTOMER-ID TO WS-ST-CUSTOMER-ID (WS-ST-COUNT).
           MOVE ORDER-NUMBER TO WS-ST-ORDER-NUMBER (WS-ST-COUNT).
           MOVE 'N' TO WS-ST-DONE-SW (WS-ST-COUNT).

       P21000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P30000-ASSIGN-INVOICE-NO                       *
      *                                                               *
      *    FUNCTION :  ASSIGN THE NEXT INVOICE NUMBER FROM THE        *
      *                THE CONTROL RECORD ON FIRST USE                *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                P71000-PRINT-SUMMARY                           *
      *                                                               *
      *****************************************************************

      *                PRINT THE BILL-TO / SHIP-TO LINES              *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                P71000-PRINT-SUMMARY                           *
      *                                                               *
      *****************************************************************


           PERFORM P45000-RESOLVE-SHIP-TO THRU P45000-EXIT.

      *****************************************************************
      *    ON A SUMMARY INVOICE EACH ORDER SHOWS ITS OWN SHIP-TO      *
      *****************************************************************

           IF SUMMARY-PASS
               MOVE 'SEE EACH ORDER BELOW' TO WS-INV-SHIP-NAME
               MOVE SPACES TO WS-INV-SHIP-ADDRESS
               MOVE SPACES TO WS-INV-SHIP-CITY
               MOVE SPACES TO WS-INV-SHIP-STATE
               MOVE SPACES TO WS-INV-SHIP-ZIP
           END-IF.

           MOVE CUSTOMER-NAME TO WS-PL-NL-BILL-NAME.
           MOVE WS-INV-SHIP-NAME TO WS-PL-NL-SHIP-NAME.
           WRITE INVOICE-PRINT-REC FROM WS-PL-NAME-LINE.
      *                CUSTOMER MASTER SHIP-TO                        *
      *                                                               *
      *    CALLED BY:  P40000-PRINT-CUSTOMER                          *
      *                P72000-SUMMARY-ORDER                           *
      *                                                               *
      *****************************************************************

           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P47000-RESOLVE-TERMS                           *
      *                                                               *
      *    FUNCTION :  LOOK UP THE CUSTOMER'S PAYMENT TERMS AND SET   *
      *                THE DUE DATE (INVOICE DATE PLUS NET DAYS) AND  *
      *                THE DISCOUNT DATE AND PERCENT.  A CUSTOMER     *
      *                WITHOUT TERMS, OR WHOSE TERMS CODE IS NO       *
      *                LONGER ON THE MASTER, IS DUE ON RECEIPT        *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                P71000-PRINT-SUMMARY                           *
      *                                                               *
      *****************************************************************

       P47000-RESOLVE-TERMS.

           MOVE SPACES TO WS-TERMS-CODE.
           MOVE 'DUE ON RECEIPT' TO WS-PL-TM-DESC.
           MOVE WS-DATE-CCYYMMDD TO WS-DUE-DATE.
           MOVE ZEROES TO WS-DISCOUNT-DATE.
           MOVE ZEROES TO WS-DISCOUNT-PCT.

           IF NOT CUSTOMER-FOUND
              OR CUSTOMER-TERMS-CODE = SPACES
               GO TO P47000-EXIT
           END-IF.

           MOVE CUSTOMER-PREFIX TO TERMS-PREFIX.
           MOVE CUSTOMER-TERMS-CODE TO TERMS-CODE.

           READ VSAM-TERMS.

           EVALUATE TRUE
               WHEN TERMSF-OK
                   CONTINUE
               WHEN TERMSF-NOTFOUND
               WHEN TERMSF-EMPTY
                   ADD +1 TO WS-TERMS-NOT-FOUND
                   DISPLAY 'PDAB26 - TERMS ' CUSTOMER-TERMS-CODE
                       ' NOT ON FILE, DUE ON RECEIPT: ' CUSTOMER-ID
                   GO TO P47000-EXIT
               WHEN OTHER
                   MOVE 'READ PAYMENT TERMS FAILED' TO WPBE-MESSAGE
                   MOVE WS-TERMS-STATUS TO WPBE-FILE-STATUS
                   MOVE 'P47000' TO WPBE-PARAGRAPH
                   PERFORM P99999-ABEND THRU P99999-EXIT
           END-EVALUATE.

           MOVE TERMS-CODE TO WS-TERMS-CODE.
           MOVE TERMS-DESCRIPTION TO WS-PL-TM-DESC.

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
               + TERMS-NET-DAYS.

           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           IF TERMS-DISCOUNT-PCT > ZEROES
              AND TERMS-DISCOUNT-DAYS > ZEROES
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
                   + TERMS-DISCOUNT-DAYS
               COMPUTE WS-DISCOUNT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE TERMS-DISCOUNT-PCT TO WS-DISCOUNT-PCT
           END-IF.

       P47000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P48000-PRINT-TERMS                             *
      *                                                               *
      *    FUNCTION :  PRINT THE PAYMENT TERMS AND DUE DATE UNDER     *
      *                THE INVOICE TOTAL, WITH THE EARLY-PAYMENT      *
      *                DISCOUNT LINE WHEN THE TERMS CARRY ONE         *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                P71000-PRINT-SUMMARY                           *
      *                                                               *
      *****************************************************************

       P48000-PRINT-TERMS.

           MOVE WS-TERMS-CODE TO WS-PL-TM-CODE.
           MOVE WS-DUE-DATE TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO WS-PL-TM-MONTH.
           MOVE WS-ED-DAY TO WS-PL-TM-DAY.
           MOVE WS-ED-YEAR TO WS-PL-TM-YEAR.
           WRITE INVOICE-PRINT-REC FROM WS-PL-TERMS.

           IF WS-DISCOUNT-PCT > ZEROES
               MOVE WS-DISCOUNT-PCT TO WS-PL-TD-PCT
               MOVE WS-DISCOUNT-DATE TO WS-EDIT-DATE
               MOVE WS-ED-MONTH TO WS-PL-TD-MONTH
               MOVE WS-ED-DAY TO WS-PL-TD-DAY
               MOVE WS-ED-YEAR TO WS-PL-TD-YEAR
               WRITE INVOICE-PRINT-REC FROM WS-PL-TERMS-DISC
           END-IF.

       P48000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P50000-PRINT-ITEM-LINE                         *
      *                                                               *
      *    FUNCTION :  GET THE NEXT ORDITEM CHILD OF THE CURRENT      *
      *                ORDER AND PRINT ITS INVOICE DETAIL LINE        *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                P72000-SUMMARY-ORDER                           *
      *                                                               *
      *****************************************************************

           MOVE ORDER-ITEM-UNIT-PRICE TO WS-PL-DT-UNIT-PRICE.
           MOVE WS-EXTENDED-AMT TO WS-PL-DT-EXTENDED.
           WRITE INVOICE-PRINT-REC FROM WS-PL-DETAIL.

      *****************************************************************
      *    A MANUALLY REPRICED LINE SHOWS WHAT IT REPLACED AND WHY    *
      *    (PDA008 / PDA010)                                          *
      *****************************************************************

           IF ORDER-ITEM-OVR-STATUS = 'A'
               PERFORM P51000-PRINT-OVERRIDE THRU P51000-EXIT
           END-IF.
      *****************************************************************
      *    ECHO THE CUSTOMER'S OWN PART NUMBER UNDER THE LINE WHEN    *
      *    A CROSS-REFERENCE EXISTS (PDA045)                          *
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P51000-PRINT-OVERRIDE                          *
      *                                                               *
      *    FUNCTION :  PRINT THE ORIGINAL PRICE AND OVERRIDE REASON   *
      *                UNDER A MANUALLY REPRICED DETAIL LINE; AN      *
      *                UNKNOWN REASON CODE PRINTS WITHOUT A           *
      *                DESCRIPTION                                    *
      *                                                               *
      *    CALLED BY:  P50000-PRINT-ITEM-LINE                         *
      *                                                               *
      *****************************************************************

       P51000-PRINT-OVERRIDE.

           MOVE ORDER-PREFIX TO OVR-REASON-PREFIX.
           MOVE ORDER-ITEM-OVR-REASON TO OVR-REASON-CODE.

           EXEC SQL
               SELECT  DESCRIPTION
               INTO    :OVR-REASON-DESCRIPTION
               FROM    PRICE_OVERRIDE_REASON
               WHERE   PREFIX = :OVR-REASON-PREFIX
                 AND   CODE   = :OVR-REASON-CODE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE SPACES TO OVR-REASON-DESCRIPTION
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDAB26' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT OVERRIDE REASON' TO WPDE-FUNCTION
                   MOVE 'P51000' TO WPDE-PARAGRAPH
                   PERFORM P99999-ABEND THRU P99999-EXIT
           END-EVALUATE.

           MOVE ORDER-ITEM-ORIG-PRICE TO WS-PL-OV-ORIG-PRICE.
           MOVE ORDER-ITEM-OVR-REASON TO WS-PL-OV-REASON.
           MOVE OVR-REASON-DESCRIPTION TO WS-PL-OV-DESC.
           WRITE INVOICE-PRINT-REC FROM WS-PL-OVERRIDE.

       P51000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P55000-ECHO-CUST-PART                          *
      *                                                               *
      *    FUNCTION :  SCAN THE INVOICED CUSTOMER'S CROSS-REFERENCE   *
      *                INVOICED ORDER (PDA052)                        *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                P72000-SUMMARY-ORDER                           *
      *                                                               *
      *****************************************************************

      *    FUNCTION :  WRITE THE ACCOUNTS RECEIVABLE OPEN ITEM FOR    *
      *                THE INVOICED ORDER.  THE SIX DIGIT ORDER DATE  *
      *                IS CARRIED AS A CENTURY DATE USING A 50/50     *
      *                WINDOW.  THE TERMS, DUE DATE AND DISCOUNT      *
      *                WINDOW COME FROM P47000                        *
      *                                                               *
      *    CALLED BY:  P20000-INVOICE-ORDER                           *
      *                                                               *
           MOVE WS-ORDER-DATE-CCYYMMDD TO AR-ORDER-DATE.
           MOVE ZEROES TO AR-LAST-PAYMENT-DATE.
           MOVE 'O' TO AR-STATUS.
           MOVE WS-TERMS-CODE TO AR-TERMS-CODE.
           MOVE WS-DUE-DATE TO AR-DUE-DATE.
           MOVE WS-DISCOUNT-DATE TO AR-DISCOUNT-DATE.
           MOVE WS-DISCOUNT-PCT TO AR-DISCOUNT-PCT.
           MOVE ZEROES TO AR-DISCOUNT-TAKEN.
           MOVE 'I' TO AR-ITEM-TYPE.
           MOVE ZEROES TO AR-LAST-FIN-CHG-DATE.

           WRITE AR-OPEN-ITEM-RECORD.

           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P61000-WRITE-SUMMARY-AR                        *
      *                                                               *
      *    FUNCTION :  WRITE THE ONE ACCOUNTS RECEIVABLE OPEN ITEM    *
      *                FOR A SUMMARY INVOICE, KEYED BY THE SUMMARY    *
      *                REGISTER NUMBER (8000000000 PLUS THE INVOICE   *
      *                NUMBER) AND DATED THE INVOICE DATE             *
      *                                                               *
      *    CALLED BY:  P71000-PRINT-SUMMARY                           *
      *                                                               *
      *****************************************************************

       P61000-WRITE-SUMMARY-AR.

           MOVE SPACES TO AR-OPEN-ITEM-RECORD.
           MOVE WS-SUMMARY-PREFIX TO AR-PREFIX.
           MOVE WS-SUMMARY-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE WS-SUMMARY-ORDER-NUMBER TO AR-ORDER-NUMBER.
           MOVE WS-SUMMARY-TOTAL TO AR-ORIGINAL-AMT.
           MOVE ZEROES TO AR-AMOUNT-PAID.
           MOVE WS-SUMMARY-TOTAL TO AR-BALANCE-DUE.
           MOVE WS-DATE-CCYYMMDD TO AR-ORDER-DATE.
           MOVE ZEROES TO AR-LAST-PAYMENT-DATE.
           MOVE 'O' TO AR-STATUS.
           MOVE WS-TERMS-CODE TO AR-TERMS-CODE.
           MOVE WS-DUE-DATE TO AR-DUE-DATE.
           MOVE WS-DISCOUNT-DATE TO AR-DISCOUNT-DATE.
           MOVE WS-DISCOUNT-PCT TO AR-DISCOUNT-PCT.
           MOVE ZEROES TO AR-DISCOUNT-TAKEN.
           MOVE 'S' TO AR-ITEM-TYPE.
           MOVE ZEROES TO AR-LAST-FIN-CHG-DATE.

           WRITE AR-OPEN-ITEM-RECORD.

           IF NOT ARBALF-OK AND NOT ARBALF-DUPLICATE
               MOVE 'WRITE AR OPEN ITEM FAILED' TO WPBE-MESSAGE
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS
               MOVE 'P61000' TO WPBE-PARAGRAPH
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

       P61000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P65000-PROCESS-REPRINTS                        *
      *                                                               *
      *    FUNCTION :  PRINT A DUPLICATE, MARKED COPY, FOR EVERY      *

       P66000-PRINT-COPY.

      *****************************************************************
      *    A SUMMARY INVOICE IS REPRINTED WITH ALL OF ITS ORDERS      *
      *****************************************************************

           IF REPRINT-ORDER-NUMBER NOT < 8000000000
               PERFORM P67000-REPRINT-SUMMARY THRU P67000-EXIT
               GO TO P66000-EXIT
           END-IF.

           MOVE REPRINT-PRE TO ORDER-QUAL-PREFIX.
           MOVE REPRINT-ORDER-NUMBER TO ORDER-QUAL-NUMBER.

           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P67000-REPRINT-SUMMARY                         *
      *                                                               *
      *    FUNCTION :  LOAD THE ORDERS BILLED ON A QUEUED SUMMARY     *
      *                INVOICE FROM THE INVOICE REGISTER AND PRINT    *
      *                THE SUMMARY AGAIN, MARKED COPY                 *
      *                                                               *
      *    CALLED BY:  P66000-PRINT-COPY                              *
      *                                                               *
      *****************************************************************

       P67000-REPRINT-SUMMARY.

           MOVE +0 TO WS-ST-COUNT.
           MOVE 'N' TO WS-END-OF-MEMBERS-SW.

           MOVE REPRINT-PREFIX TO INVOICE-PREFIX.
           MOVE ZEROES TO INVOICE-ORDER-NUMBER.

           START VSAM-INVOICE
               KEY NOT LESS THAN INVOICE-KEY.

           IF INVOICEF-OK
               PERFORM P67100-NEXT-MEMBER THRU P67100-EXIT
                   UNTIL END-OF-MEMBERS
           END-IF.

           IF WS-ST-COUNT = ZEROES
               WRITE INVOICE-PRINT-REC FROM WS-PL-SEPARATOR
               MOVE SPACES TO INVOICE-PRINT-REC
               STRING 'REPRINT SKIPPED - SUMMARY INVOICE '
                      REPRINT-INVOICE-NUMBER
                      ' HAS NO ORDERS ON FILE'
                   DELIMITED BY SIZE INTO INVOICE-PRINT-REC
               WRITE INVOICE-PRINT-REC
               GO TO P67000-EXIT
           END-IF.

           MOVE REPRINT-INVOICE-NUMBER TO WS-SUMMARY-INVOICE-NO.
           MOVE 'Y' TO WS-PRINTING-COPY-SW.

           PERFORM P71000-PRINT-SUMMARY THRU P71000-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT.

           MOVE 'N' TO WS-PRINTING-COPY-SW.

       P67000-EXIT.
           EXIT.

       P67100-NEXT-MEMBER.

           READ VSAM-INVOICE NEXT.

           IF NOT INVOICEF-OK
              OR INVOICE-PREFIX NOT = REPRINT-PREFIX
              OR INVOICE-ORDER-NUMBER NOT < 8000000000
               MOVE 'Y' TO WS-END-OF-MEMBERS-SW
               GO TO P67100-EXIT
           END-IF.

           IF NOT INVOICE-SUMMARY-MEMBER
              OR INVOICE-NUMBER NOT = REPRINT-INVOICE-NUMBER
              OR WS-ST-COUNT NOT < 2000
               GO TO P67100-EXIT
           END-IF.

           ADD +1 TO WS-ST-COUNT.
           MOVE INVOICE-PREFIX TO WS-ST-PREFIX (WS-ST-COUNT).
           MOVE INVOICE-CUSTOMER-ID TO WS-ST-CUSTOMER-ID (WS-ST-COUNT).
           MOVE INVOICE-ORDER-NUMBER
               TO WS-ST-ORDER-NUMBER (WS-ST-COUNT).
           MOVE 'N' TO WS-ST-DONE-SW (WS-ST-COUNT).

       P67100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P70000-BILL-SUMMARIES                          *
      *                                                               *
      *    FUNCTION :  PRINT ONE SUMMARY INVOICE FOR EACH CUSTOMER    *
      *                WITH ORDERS COLLECTED ON THE ORDER PASS        *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P70000-BILL-SUMMARIES.

           PERFORM P71000-PRINT-SUMMARY THRU P71000-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT.

       P70000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P71000-PRINT-SUMMARY                           *
      *                                                               *
      *    FUNCTION :  THE FIRST UNBILLED TABLE ENTRY OF A CUSTOMER   *
      *                STARTS ITS SUMMARY INVOICE -- BILL-TO, EVERY   *
      *                ORDER OF THE CUSTOMER IN THE TABLE, SUMMARY    *
      *                TOTALS AND TERMS.  THE SUMMARY IS RECORDED ON  *
      *                THE INVOICE REGISTER AND AS ONE AR OPEN ITEM.  *
      *                A REPRINT PRINTS THE SAME LAYOUT MARKED COPY   *
      *                AND RECORDS NOTHING                            *
      *                                                               *
      *    CALLED BY:  P70000-BILL-SUMMARIES                          *
      *                P67000-REPRINT-SUMMARY                         *
      *                                                               *
      *****************************************************************

       P71000-PRINT-SUMMARY.

           IF WS-ST-DONE (WS-ST-SUB)
               GO TO P71000-EXIT
           END-IF.

           MOVE WS-ST-PREFIX (WS-ST-SUB) TO WS-SUMMARY-PREFIX.
           MOVE WS-ST-CUSTOMER-ID (WS-ST-SUB) TO WS-SUMMARY-CUSTOMER-ID.

      *****************************************************************
      *    THE FIRST ORDER SUPPLIES THE PREFIX AND CUSTOMER KEY       *
      *****************************************************************

           MOVE WS-ST-PREFIX (WS-ST-SUB) TO ORDER-QUAL-PREFIX.
           MOVE WS-ST-ORDER-NUMBER (WS-ST-SUB) TO ORDER-QUAL-NUMBER.

           PERFORM P73000-GET-ORDER THRU P73000-EXIT.

           IF NOT OP-GOOD-RETURN
               MOVE 'Y' TO WS-ST-DONE-SW (WS-ST-SUB)
               DISPLAY 'PDAB26 - ORDER ' WS-ST-ORDER-NUMBER (WS-ST-SUB)
                   ' NO LONGER ON FILE, NOT BILLED'
               GO TO P71000-EXIT
           END-IF.

           IF NOT PRINTING-COPY
               PERFORM P30000-ASSIGN-INVOICE-NO THRU P30000-EXIT
               MOVE WS-NEXT-INVOICE-NO TO WS-SUMMARY-INVOICE-NO
           END-IF.

           WRITE INVOICE-PRINT-REC FROM WS-PL-SEPARATOR.

           IF PRINTING-COPY
               WRITE INVOICE-PRINT-REC FROM WS-PL-COPY
           END-IF.

           MOVE WS-SUMMARY-INVOICE-NO TO WS-PL-SH-INVOICE-NO.
           MOVE WS-DATE-MONTH TO WS-PL-SH-MONTH.
           MOVE WS-DATE-DAY TO WS-PL-SH-DAY.
           MOVE WS-DATE-YEAR TO WS-PL-SH-YEAR.
           WRITE INVOICE-PRINT-REC FROM WS-PL-SUM-HEADER.

           MOVE 'Y' TO WS-SUMMARY-PASS-SW.
           PERFORM P40000-PRINT-CUSTOMER THRU P40000-EXIT.
           MOVE 'N' TO WS-SUMMARY-PASS-SW.

           PERFORM P47000-RESOLVE-TERMS THRU P47000-EXIT.

           MOVE +0 TO WS-SUMMARY-MERCHANDISE.
           MOVE +0 TO WS-SUMMARY-TAX.
           MOVE +0 TO WS-SUMMARY-FREIGHT.
           MOVE +0 TO WS-SUMMARY-TOTAL.

           PERFORM P72000-SUMMARY-ORDER THRU P72000-EXIT
               VARYING WS-ST-SUB2 FROM WS-ST-SUB BY 1
                   UNTIL WS-ST-SUB2 > WS-ST-COUNT.

      *****************************************************************
      *    SUMMARY TOTALS                                             *
      *****************************************************************

           WRITE INVOICE-PRINT-REC FROM WS-PL-SEPARATOR.

           MOVE 'MERCHANDISE' TO WS-PL-AM-LABEL.
           MOVE WS-SUMMARY-MERCHANDISE TO WS-PL-AM-AMOUNT.
           WRITE INVOICE-PRINT-REC FROM WS-PL-AMOUNT.

           MOVE 'SALES TAX' TO WS-PL-AM-LABEL.
           MOVE WS-SUMMARY-TAX TO WS-PL-AM-AMOUNT.
           WRITE INVOICE-PRINT-REC FROM WS-PL-AMOUNT.

           MOVE 'FREIGHT' TO WS-PL-AM-LABEL.
           MOVE WS-SUMMARY-FREIGHT TO WS-PL-AM-AMOUNT.
           WRITE INVOICE-PRINT-REC FROM WS-PL-AMOUNT.

           MOVE WS-SUMMARY-TOTAL TO WS-PL-TL-TOTAL.
           WRITE INVOICE-PRINT-REC FROM WS-PL-TOTAL.

           IF PRINTING-COPY
               WRITE INVOICE-PRINT-REC FROM WS-PL-COPY
               WRITE INVOICE-PRINT-REC FROM WS-PL-BLANK
               ADD +1 TO WS-COPIES-PRINTED
               GO TO P71000-EXIT
           END-IF.

           PERFORM P48000-PRINT-TERMS THRU P48000-EXIT.

           WRITE INVOICE-PRINT-REC FROM WS-PL-BLANK.

      *****************************************************************
      *    RECORD THE SUMMARY UNDER 8000000000 PLUS ITS NUMBER        *
      *****************************************************************

           COMPUTE WS-SUMMARY-ORDER-NUMBER =
               8000000000 + WS-SUMMARY-INVOICE-NO.

           MOVE SPACES TO INVOICE-RECORD.
           MOVE WS-SUMMARY-PREFIX TO INVOICE-PREFIX.
           MOVE WS-SUMMARY-ORDER-NUMBER TO INVOICE-ORDER-NUMBER.
           MOVE WS-SUMMARY-INVOICE-NO TO INVOICE-NUMBER.
           MOVE WS-DATE-CCYYMMDD TO INVOICE-DATE.
           MOVE WS-SUMMARY-CUSTOMER-ID TO INVOICE-CUSTOMER-ID.
           MOVE WS-SUMMARY-MERCHANDISE TO INVOICE-MERCHANDISE-AMT.
           MOVE WS-SUMMARY-TAX TO INVOICE-TAX-AMT.
           MOVE WS-SUMMARY-FREIGHT TO INVOICE-FREIGHT-AMT.
           MOVE WS-SUMMARY-TOTAL TO INVOICE-TOTAL-AMT.
           MOVE 'S' TO INVOICE-TYPE.

           WRITE INVOICE-RECORD.

           IF NOT INVOICEF-OK
               MOVE 'WRITE SUMMARY INVOICE FAILED' TO WPBE-MESSAGE
               MOVE WS-INVOICE-STATUS TO WPBE-FILE-STATUS
               MOVE 'P71000' TO WPBE-PARAGRAPH
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

           PERFORM P61000-WRITE-SUMMARY-AR THRU P61000-EXIT.

           ADD +1 TO WS-SUMMARIES-PRINTED.

       P71000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P72000-SUMMARY-ORDER                           *
      *                                                               *
      *    FUNCTION :  PRINT ONE ORDER OF THE CUSTOMER ON THE SUMMARY *
      *                INVOICE -- ORDER HEADING WITH ITS SHIP-TO,     *
      *                DETAIL LINES, NOTES, TAX, FREIGHT AND ORDER    *
      *                TOTAL -- AND RECORD THE ORDER ON THE INVOICE   *
      *                REGISTER UNDER THE SUMMARY INVOICE NUMBER      *
      *                                                               *
      *    CALLED BY:  P71000-PRINT-SUMMARY                           *
      *                                                               *
      *****************************************************************

       P72000-SUMMARY-ORDER.

           IF WS-ST-DONE (WS-ST-SUB2)
              OR WS-ST-PREFIX (WS-ST-SUB2) NOT = WS-SUMMARY-PREFIX
              OR WS-ST-CUSTOMER-ID (WS-ST-SUB2) NOT =
                     WS-SUMMARY-CUSTOMER-ID
               GO TO P72000-EXIT
           END-IF.

           MOVE 'Y' TO WS-ST-DONE-SW (WS-ST-SUB2).

           MOVE WS-ST-PREFIX (WS-ST-SUB2) TO ORDER-QUAL-PREFIX.
           MOVE WS-ST-ORDER-NUMBER (WS-ST-SUB2) TO ORDER-QUAL-NUMBER.

           PERFORM P73000-GET-ORDER THRU P73000-EXIT.

           IF NOT OP-GOOD-RETURN
               DISPLAY 'PDAB26 - ORDER ' WS-ST-ORDER-NUMBER (WS-ST-SUB2)
                   ' NO LONGER ON FILE, NOT BILLED'
               GO TO P72000-EXIT
           END-IF.

           PERFORM P45000-RESOLVE-SHIP-TO THRU P45000-EXIT.

           WRITE INVOICE-PRINT-REC FROM WS-PL-BLANK.

           MOVE ORDER-PREFIX TO WS-PL-OH-ORDER-PREFIX.
           MOVE ORDER-NUMBER TO WS-PL-OH-ORDER-NUMBER.
           MOVE ORDER-DATE-CCYYMMDD TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO WS-PL-OH-MONTH.
           MOVE WS-ED-DAY TO WS-PL-OH-DAY.
           MOVE WS-ED-YEAR TO WS-PL-OH-YEAR.
           MOVE WS-INV-SHIP-NAME TO WS-PL-OH-SHIP-NAME.
           WRITE INVOICE-PRINT-REC FROM WS-PL-ORDER-HEADER.

           WRITE INVOICE-PRINT-REC FROM WS-PL-COLUMN-HEADER.

           MOVE 'N' TO WS-END-OF-ITEMS-SW.
           MOVE +0 TO WS-LINE-COUNT.
           MOVE +0 TO WS-INVOICE-TOTAL.

           PERFORM P50000-PRINT-ITEM-LINE THRU P50000-EXIT
               UNTIL END-OF-ITEMS.

           PERFORM P57000-PRINT-NOTES THRU P57000-EXIT.

           COMPUTE WS-GRAND-TOTAL =
               WS-INVOICE-TOTAL + ORDER-TAX-AMOUNT
                                + ORDER-FREIGHT-AMOUNT.

           MOVE 'SALES TAX' TO WS-PL-AM-LABEL.
           MOVE ORDER-TAX-AMOUNT TO WS-PL-AM-AMOUNT.
           WRITE INVOICE-PRINT-REC FROM WS-PL-AMOUNT.

           MOVE 'FREIGHT' TO WS-PL-AM-LABEL.
           MOVE ORDER-FREIGHT-AMOUNT TO WS-PL-AM-AMOUNT.
           WRITE INVOICE-PRINT-REC FROM WS-PL-AMOUNT.

           MOVE 'ORDER TOTAL' TO WS-PL-AM-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-PL-AM-AMOUNT.
           WRITE INVOICE-PRINT-REC FROM WS-PL-AMOUNT.

           ADD WS-INVOICE-TOTAL TO WS-SUMMARY-MERCHANDISE.
           ADD ORDER-TAX-AMOUNT TO WS-SUMMARY-TAX.
           ADD ORDER-FREIGHT-AMOUNT TO WS-SUMMARY-FREIGHT.
           ADD WS-GRAND-TOTAL TO WS-SUMMARY-TOTAL.

           IF PRINTING-COPY
               GO TO P72000-EXIT
           END-IF.

      *****************************************************************
      *    THE ORDER'S OWN REGISTER RECORD CARRIES THE SUMMARY        *
      *    INVOICE NUMBER, SO RERUNS SKIP IT AND PDA055 FINDS IT      *
      *****************************************************************

           MOVE SPACES TO INVOICE-RECORD.
           MOVE ORDER-PREFIX TO INVOICE-PREFIX.
           MOVE ORDER-NUMBER TO INVOICE-ORDER-NUMBER.
           MOVE WS-SUMMARY-INVOICE-NO TO INVOICE-NUMBER.
           MOVE WS-DATE-CCYYMMDD TO INVOICE-DATE.
           MOVE ORDER-CUSTOMER-ID TO INVOICE-CUSTOMER-ID.
           MOVE WS-INVOICE-TOTAL TO INVOICE-MERCHANDISE-AMT.
           MOVE ORDER-TAX-AMOUNT TO INVOICE-TAX-AMT.
           MOVE ORDER-FREIGHT-AMOUNT TO INVOICE-FREIGHT-AMT.
           MOVE WS-GRAND-TOTAL TO INVOICE-TOTAL-AMT.
           MOVE 'M' TO INVOICE-TYPE.

           WRITE INVOICE-RECORD.

           IF NOT INVOICEF-OK
               MOVE 'WRITE INVOICE RECORD FAILED' TO WPBE-MESSAGE
               MOVE WS-INVOICE-STATUS TO WPBE-FILE-STATUS
               MOVE 'P72000' TO WPBE-PARAGRAPH
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

           ADD +1 TO WS-ORDERS-SUMMARIZED.

       P72000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P73000-GET-ORDER                               *
      *                                                               *
      *    FUNCTION :  GET THE ORDER ROOT KEYED IN THE QUALIFIED SSA. *
      *                NOT FOUND IS LEFT FOR THE CALLER               *
      *                                                               *
      *    CALLED BY:  P71000-PRINT-SUMMARY                           *
      *                P72000-SUMMARY-ORDER                           *
      *                                                               *
      *****************************************************************

       P73000-GET-ORDER.

           CALL 'CBLTDLI' USING
                          WS-GU
                          ORDER-PCB
                          ORDER-SEGMENT
                          ORDER-QUAL-SSA
           END-CALL.

           MOVE OP-STATUS TO WS-OP-STATUS.

           IF NOT OP-GOOD-RETURN
              AND NOT OP-SEGMENT-NOT-FOUND
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDAB26' TO WPIE-PROGRAM-ID
               MOVE 'P73000' TO WPIE-PARAGRAPH
               MOVE OP-STATUS TO WPIE-STATUS-CODE
               MOVE 'GU  ' TO WPIE-FUNCTION-CODE
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME
               MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND
               PERFORM P99999-ABEND THRU P99999-EXIT
           END-IF.

       P73000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P99999-ABEND                                   *
      *                                                               *
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   *
