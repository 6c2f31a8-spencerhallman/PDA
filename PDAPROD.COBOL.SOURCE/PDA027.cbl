      *             THE REFUND.  ONLY ONE RETURN IS ALLOWED PER       *
      *             ORDER LINE.                                       *
      *                                                               *
      *             WHEN THE ORDER LINE IS UNDER AN OPEN PRODUCT      *
      *             RECALL THE RECALL NUMBER IS DISPLAYED, THE        *
      *             RETURNED GOODS ARE NOT RESTOCKED AND THE RETURN   *
      *             QUANTITY IS ADDED TO THE RECALL LINE AND THE      *
      *             RECALL AS RECOVERED.                              *
      *                                                               *
      *             A SERIALIZED ITEM (ITEM.SERIAL_SW) IS RETURNED ONE *
      *             UNIT AT A TIME BY SERIAL NUMBER, WHICH MUST HAVE  *
      *             SHIPPED ON THE ORDER LINE.  ITS WARRANTY STATUS   *
      *             (SHIP DATE PLUS ITEM.WARRANTY_DAYS) IS DISPLAYED  *
      *             AND ACCEPTING THE RETURN MARKS THE UNIT RETURNED  *
      *             ON THE SERIAL FILE WITH A RETURN EVENT.           *
      *                                                               *
      * FILES   :   ORDER DATABASE (ORDER1DB) -  IMS-DLI   (UPDATE)   *
      *             RETURN_FILE              -  VSAM KSDS (UPDATE)    *
      *             CUSTOMER_FILE            -  VSAM KSDS (UPDATE)    *
      *             ITEM_SUPPLIER            -  DB2       (UPDATE)    *
      *             ORDER_LOG                -  DB2       (UPDATE)    *
      *             RECALL_FILE              -  VSAM KSDS (UPDATE)    *
      *             RECALL_LINE_FILE         -  VSAM KSDS (UPDATE)    *
      *             SERIAL_FILE              -  VSAM KSDS (UPDATE)    *
      *             ITEM                     -  DB2       (READ-ONLY) *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD27       RETURNS SCREEN (THIS SCREEN)           *
      *  --------   --------------------  --------------------------  *
      *  09/02/26   R. MCALLEN            ORDITEM SEGMENT LENGTH      *
      *                                   (PROMISE DATE)              *
      *  10/15/26   R. MCALLEN            RETURNS UNDER AN OPEN       *
      *                                   PRODUCT RECALL ARE          *
      *                                   RECOVERED, NOT RESTOCKED    *
      *  10/15/26   R. MCALLEN            SERIALIZED RETURNS BY       *
      *                                   SERIAL NUMBER SHIPPED ON    *
      *                                   THE LINE; WARRANTY STATUS   *
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
           05  WS-ERROR-FOUND-SW       PIC X     VALUE 'N'.
               88  ERROR-FOUND                   VALUE 'Y'.
               88  NO-ERROR-FOUND                VALUE 'N'.
           05  WS-SERIALIZED-SW        PIC X     VALUE 'N'.
               88  SERIALIZED-ITEM               VALUE 'Y'.
           05  EIBAID-SW               PIC X     VALUE ' '.
               88  CLEAR-PKEY                    VALUE '_'.
               88  ENTER-PKEY                    VALUE ''''.
           05  WMF-REASON-CODE         PIC X(3)  VALUE SPACES.
           05  WMF-REFUND-AMOUNT       PIC S9(7)V99
                                                 VALUE +0 COMP-3.
           05  WMF-RECALL-NUMBER       PIC 9(09) VALUE ZEROES.
           05  WMF-RECALL-LINE-KEY     PIC X(29) VALUE SPACES.
           05  WMF-SERIAL-NUMBER       PIC X(20) VALUE SPACES.
           05  WMF-WARRANTY-INTEGER    PIC S9(9) VALUE +0       COMP.
           05  WMF-WARRANTY-DATE       PIC 9(08) VALUE ZEROES.
           05  WMF-WARRANTY-DATE-R REDEFINES WMF-WARRANTY-DATE.
               10  WMF-WD-YEAR         PIC 9(04).
               10  WMF-WD-MONTH        PIC 9(02).
               10  WMF-WD-DAY          PIC 9(02).
           05  WMF-WARRANTY-TEXT.
               10  WMF-WT-STATUS       PIC X(17) VALUE SPACES.
               10  WMF-WT-MONTH        PIC 9(02) VALUE ZEROES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-WT-DAY          PIC 9(02) VALUE ZEROES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-WT-YEAR         PIC 9(04) VALUE ZEROES.
           EJECT
      *****************************************************************
      *  THIS AREA CONTAINS THE DATA FROM THE FUNCTION CURRENT-DATE   *
           EJECT
           COPY VCUSTOMR.
           EJECT
           COPY VRECALL.
           EJECT
           COPY VRCLLINE.
           EJECT
           COPY VSERIAL.
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************
              INCLUDE DORDLOG
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITEM
           END-EXEC.
           EJECT
      *****************************************************************
      *    PDA MESSAGES                                               *
      *****************************************************************

           COPY PDAS07CY.
           EJECT
      *****************************************************************
      *    RESPONSE TIME LOG (PDAS14) COMMAREA                        *
      *****************************************************************

           COPY PDAS14CY.
           EJECT
           COPY PDAERRWS.
           EJECT
      *****************************************************************

           MOVE 'PDA027' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD27')
           INSPECT ITMSEQI REPLACING ALL '_' BY ' '.
           INSPECT RETQTYI REPLACING ALL '_' BY ' '.
           INSPECT REASONI REPLACING ALL '_' BY ' '.
           INSPECT SERIALI REPLACING ALL '_' BY ' '.

           INSPECT ORDNBRI REPLACING LEADING ' ' BY '0'.
           INSPECT ITMSEQI REPLACING LEADING ' ' BY '0'.
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    A SERIALIZED ITEM IS RETURNED BY THE SERIAL NUMBER SHIPPED *
      *    ON THE LINE, ONE UNIT AT A TIME                            *
      *****************************************************************

           PERFORM P04400-CHECK-SERIAL THRU P04400-EXIT.

           IF ERROR-FOUND
               PERFORM P04200-TERMINATE-PSB THRU P04200-EXIT
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    COMPUTE AND DISPLAY THE REFUND                             *
      *****************************************************************
           MOVE ORDER-ITEM-UNIT-PRICE TO RPRICEO.
           MOVE WMF-REFUND-AMOUNT TO RAMTO.

      *****************************************************************
      *    IS THE ORDER LINE UNDER AN OPEN PRODUCT RECALL             *
      *****************************************************************

           PERFORM P04300-CHECK-RECALL THRU P04300-EXIT.

           IF WMF-RECALL-NUMBER > ZEROES
               MOVE WMF-RECALL-NUMBER TO RECALLO
           ELSE
               MOVE SPACES TO RECALLO
           END-IF.

      *****************************************************************
      *    VALIDATION IS COMPLETE -- RELEASE THE PSB.  THE ACCEPT     *
      *    PROCESS SCHEDULES ITS OWN PSB FOR THE ORDER TOTAL UPDATE   *
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=WMF-ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
                   PCB(1)
                   SEGMENT(ORDITEM)
                   INTO(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
                   WHERE(ITEMKEY=WMF-ORDER-ITEM-KEY)
                   FIELDLENGTH(10)
           END-EXEC.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04300-CHECK-RECALL                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO BROWSE THE RECALL LINES OF THE      *
      *                ORDER FOR THE ORDER LINE BEING RETURNED.  A    *
      *                LINE WITH ITEM SEQUENCE ZEROES PREDATES THE    *
      *                SEQUENCE ON THE LOT TRACE AND IS MATCHED BY    *
      *                ITEM.  THE FIRST MATCH UNDER AN OPEN RECALL    *
      *                SETS WMF-RECALL-NUMBER AND WMF-RECALL-LINE-KEY *
      *                                                               *
      *    CALLED BY:  P04000-VALIDATE-RETURN                         *
      *                                                               *
      *****************************************************************

       P04300-CHECK-RECALL.

           MOVE ZEROES TO WMF-RECALL-NUMBER.
           MOVE SPACES TO WMF-RECALL-LINE-KEY.

           MOVE PC-USERID-NUMBER TO RCL-LINE-PREFIX.
           MOVE WMF-ORDER-KEY-NUMBER TO RCL-LINE-ORDER-NUMBER.
           MOVE ZEROES TO RCL-LINE-ITEM-SEQ
                          RCL-LINE-RECALL-NUMBER.

           EXEC CICS
               STARTBR
                   FILE('PDARCLL')
                   RIDFLD(RECALL-LINE-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P04300-EXIT
           END-IF.

       P04300-READ-NEXT.

           EXEC CICS
               READNEXT
                   FILE('PDARCLL')
                   INTO(RECALL-LINE-RECORD)
                   RIDFLD(RECALL-LINE-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P04300-ENDBR
           END-IF.

           IF RCL-LINE-PREFIX NOT = PC-USERID-NUMBER
              OR RCL-LINE-ORDER-NUMBER NOT = WMF-ORDER-KEY-NUMBER
               GO TO P04300-ENDBR
           END-IF.

           IF RCL-LINE-ITEM-SEQ NOT = WMF-ORDER-ITEM-SEQ
              AND (RCL-LINE-ITEM-SEQ NOT = ZEROES
                OR RCL-LINE-ITEM-NUMBER NOT = ORDER-ITEM-ITEM-NUMBER)
               GO TO P04300-READ-NEXT
           END-IF.

      *****************************************************************
      *    ONLY AN OPEN RECALL TAKES THE RETURN                       *
      *****************************************************************

           MOVE PC-USERID-NUMBER TO RECALL-PREFIX.
           MOVE RCL-LINE-RECALL-NUMBER TO RECALL-NUMBER.

           EXEC CICS
               READ
                   FILE('PDARCL')
                   INTO(RECALL-RECORD)
                   RIDFLD(RECALL-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR NOT RECALL-OPEN
               GO TO P04300-READ-NEXT
           END-IF.

           MOVE RCL-LINE-RECALL-NUMBER TO WMF-RECALL-NUMBER.
           MOVE RECALL-LINE-KEY TO WMF-RECALL-LINE-KEY.

       P04300-ENDBR.

           EXEC CICS
               ENDBR
                   FILE('PDARCLL')
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

       P04300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04400-CHECK-SERIAL                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DECIDE WHETHER THE ORDER LINE ITEM  *
      *                IS SERIALIZED AND, WHEN IT IS, CHECK THE       *
      *                SERIAL NUMBER ENTERED WAS SHIPPED ON THE LINE  *
      *                TO THE ORDER CUSTOMER AND DISPLAY ITS WARRANTY *
      *                STATUS                                         *
      *                                                               *
      *    CALLED BY:  P04000-VALIDATE-RETURN                         *
      *                                                               *
      *****************************************************************

       P04400-CHECK-SERIAL.

           MOVE 'N' TO WS-SERIALIZED-SW.
           MOVE SPACES TO WARRO.
           MOVE SERIALI TO WMF-SERIAL-NUMBER.

           MOVE ORDER-ITEM-ITEM-PREFIX TO ITEM-PREFIX.
           MOVE ORDER-ITEM-ITEM-NUMBER TO ITEM-NUMBER.

           EXEC SQL
               SELECT  SERIAL_SW,
                       WARRANTY_DAYS
               INTO    :ITEM-SERIAL-SW,
                       :ITEM-WARRANTY-DAYS
               FROM    ITEM
               WHERE   PREFIX          = :ITEM-PREFIX
                 AND   NUMBER          = :ITEM-NUMBER
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'N' TO ITEM-SERIAL-SW
           ELSE
               IF SQLCODE NOT = +0
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA027' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM' TO WPDE-FUNCTION
                   MOVE 'P04400' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
               END-IF
           END-IF.

           IF ITEM-SERIAL-SW NOT = 'Y'
               IF WMF-SERIAL-NUMBER > SPACES
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   MOVE -1 TO SERIALL
                   MOVE DFHUNINT TO SERIALA
                   MOVE PM284-ITEM-NOT-SERIALIZED TO PDAMSGO
               END-IF
               GO TO P04400-EXIT
           END-IF.

           MOVE 'Y' TO WS-SERIALIZED-SW.

           IF WMF-SERIAL-NUMBER = SPACES
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE -1 TO SERIALL
               MOVE DFHUNINT TO SERIALA
               MOVE PM280-SERIAL-REQUIRED TO PDAMSGO
               GO TO P04400-EXIT
           END-IF.

           IF WMF-RETURN-QTY NOT = 1
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE -1 TO RETQTYL
               MOVE DFHUNINT TO RETQTYA
               MOVE PM281-SERIAL-QTY-ONE TO PDAMSGO
               GO TO P04400-EXIT
           END-IF.

      *****************************************************************
      *    THE SERIAL MASTER MUST SHOW THE UNIT SHIPPED ON THIS LINE  *
      *    TO THIS CUSTOMER                                           *
      *****************************************************************

           MOVE ORDER-ITEM-ITEM-PREFIX TO SERIAL-PREFIX.
           MOVE ORDER-ITEM-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.
           MOVE WMF-SERIAL-NUMBER TO SERIAL-NUMBER.
           MOVE ZEROES TO SERIAL-EVENT-SEQ.

           EXEC CICS
               READ
                   FILE('PDASER')
                   INTO(SERIAL-RECORD)
                   RIDFLD(SERIAL-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   MOVE -1 TO SERIALL
                   MOVE DFHUNINT TO SERIALA
                   MOVE PM283-SERIAL-NOT-FOUND TO PDAMSGO
                   GO TO P04400-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA027' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ' TO WPCE-COMMAND
                   MOVE 'P04400' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF NOT SERIAL-SHIPPED
              OR SERIAL-ORDER-NUMBER NOT = WMF-ORDER-KEY-NUMBER
              OR SERIAL-ORDER-ITEM-SEQ NOT = WMF-ORDER-ITEM-SEQ
              OR SERIAL-CUSTOMER-ID NOT = ORDER-CUSTOMER-ID
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               MOVE -1 TO SERIALL
               MOVE DFHUNINT TO SERIALA
               MOVE PM282-SERIAL-NOT-SHIPPED TO PDAMSGO
               GO TO P04400-EXIT
           END-IF.

      *****************************************************************
      *    WARRANTY RUNS FROM THE SHIP DATE FOR THE ITEM'S WARRANTY   *
      *    DAYS                                                       *
      *****************************************************************

           IF ITEM-WARRANTY-DAYS NOT > ZEROES
              OR SERIAL-SHIP-DATE NOT NUMERIC
              OR SERIAL-SHIP-DATE = ZEROES
               MOVE 'NO WARRANTY' TO WARRO
               GO TO P04400-EXIT
           END-IF.

           COMPUTE WMF-WARRANTY-INTEGER =
               FUNCTION INTEGER-OF-DATE(SERIAL-SHIP-DATE)
               + ITEM-WARRANTY-DAYS.

           COMPUTE WMF-WARRANTY-DATE =
               FUNCTION DATE-OF-INTEGER(WMF-WARRANTY-INTEGER).

           IF WMF-WARRANTY-DATE < WS-CDT-DATE
               MOVE 'WARRANTY ENDED' TO WMF-WT-STATUS
           ELSE
               MOVE 'IN WARRANTY THRU' TO WMF-WT-STATUS
           END-IF.

           MOVE WMF-WD-MONTH TO WMF-WT-MONTH.
           MOVE WMF-WD-DAY TO WMF-WT-DAY.
           MOVE WMF-WD-YEAR TO WMF-WT-YEAR.
           MOVE WMF-WARRANTY-TEXT TO WARRO.

       P04400-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-ACCEPT-RETURN                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO ACCEPT A VALIDATED RETURN -- WRITE  *
      *                THE RETURN RECORD, RESTOCK THE ITEM SUPPLIER   *
      *                (OR RECOVER THE GOODS AGAINST THEIR RECALL),   *
      *                REDUCE THE ORDER ROOT TOTAL, THE ORDER_LOG     *
      *                TOTAL AND THE CUSTOMER TOTAL DOLLAR AMOUNT     *
      *                                                               *
           MOVE WS-CDT-DATE TO RETURN-DATE.
           MOVE 'A' TO RETURN-STATUS.

           IF WMF-RECALL-NUMBER > ZEROES
               MOVE 'Y' TO RETURN-RECALL-SW
           ELSE
               MOVE 'N' TO RETURN-RECALL-SW
           END-IF.

           EXEC CICS
               WRITE
                   FILE('PDARET')
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    A SERIALIZED UNIT IS MARKED RETURNED ON THE SERIAL FILE    *
      *****************************************************************

           IF SERIALIZED-ITEM
               PERFORM P05400-RETURN-SERIAL THRU P05400-EXIT
           END-IF.

      *****************************************************************
      *    RECALLED GOODS ARE RECOVERED AGAINST THE RECALL, NOT       *
      *    RESTOCKED                                                  *
      *****************************************************************

           IF WMF-RECALL-NUMBER > ZEROES
               PERFORM P05300-RECOVER-RECALL THRU P05300-EXIT
               GO TO P05000-REDUCE-TOTALS
           END-IF.

      *****************************************************************
      *    RESTOCK THE ITEM SUPPLIER QUANTITY ON HAND                 *
      *****************************************************************
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05000-REDUCE-TOTALS.

      *****************************************************************
      *    REDUCE THE ORDER ROOT TOTAL AMOUNT                         *
      *****************************************************************
                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=WMF-ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05300-RECOVER-RECALL                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO ADD THE RETURN QUANTITY TO THE      *
      *                RECALL LINE AND THE RECALL AS RECOVERED AND    *
      *                MARK THE CUSTOMER AS RESPONDED                 *
      *                                                               *
      *    CALLED BY:  P05000-ACCEPT-RETURN                           *
      *                                                               *
      *****************************************************************

       P05300-RECOVER-RECALL.

           MOVE WMF-RECALL-LINE-KEY TO RECALL-LINE-KEY.

           EXEC CICS
               READ
                   FILE('PDARCLL')
                   INTO(RECALL-LINE-RECORD)
                   RIDFLD(RECALL-LINE-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA027' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
               MOVE 'P05300' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           ADD WMF-RETURN-QTY TO RCL-LINE-QTY-RECOVERED.
           MOVE WS-CDT-DATE TO RCL-LINE-DATE-RESPONDED.

           EXEC CICS
               REWRITE
                   FILE('PDARCLL')
                   FROM(RECALL-LINE-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA027' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P05300' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE PC-USERID-NUMBER TO RECALL-PREFIX.
           MOVE WMF-RECALL-NUMBER TO RECALL-NUMBER.

           EXEC CICS
               READ
                   FILE('PDARCL')
                   INTO(RECALL-RECORD)
                   RIDFLD(RECALL-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA027' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
               MOVE 'P05300' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           ADD WMF-RETURN-QTY TO RECALL-QTY-RECOVERED.

           EXEC CICS
               REWRITE
                   FILE('PDARCL')
                   FROM(RECALL-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA027' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P05300' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05400-RETURN-SERIAL                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO MARK THE RETURNED SERIAL NUMBER     *
      *                RETURNED ON ITS SERIAL MASTER AND WRITE THE    *
      *                RETURN EVENT                                   *
      *                                                               *
      *    CALLED BY:  P05000-ACCEPT-RETURN                           *
      *                                                               *
      *****************************************************************

       P05400-RETURN-SERIAL.

           MOVE ORDER-ITEM-ITEM-PREFIX TO SERIAL-PREFIX.
           MOVE ORDER-ITEM-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.
           MOVE WMF-SERIAL-NUMBER TO SERIAL-NUMBER.
           MOVE ZEROES TO SERIAL-EVENT-SEQ.

           EXEC CICS
               READ
                   FILE('PDASER')
                   INTO(SERIAL-RECORD)
                   RIDFLD(SERIAL-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA027' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
               MOVE 'P05400' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           ADD 1 TO SERIAL-LAST-SEQ.
           MOVE 'T' TO SERIAL-STATUS.
           MOVE WS-CDT-DATE TO SERIAL-EVENT-DATE.
           MOVE WMF-REASON-CODE TO SERIAL-RETURN-REASON.
           MOVE 'PDA027' TO SERIAL-PROGRAM-ID.

           EXEC CICS
               REWRITE
                   FILE('PDASER')
                   FROM(SERIAL-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA027' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P05400' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    THE RETURN EVENT CARRIES THE MASTER'S NEW LAST SEQUENCE    *
      *****************************************************************

           MOVE SERIAL-LAST-SEQ TO SERIAL-EVENT-SEQ.

           EXEC CICS
               WRITE
                   FILE('PDASER')
                   FROM(SERIAL-RECORD)
                   RIDFLD(SERIAL-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA027' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE' TO WPCE-COMMAND
               MOVE 'P05400' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05400-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE SCREEN (DATAONLY)       *

           MOVE 'PDA027' TO PC-PREV-PGRMID.

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
