
           05  PM094-SUPPLIER-SIGNED-ON
                                       PIC X(79)   VALUE
               'SIGNED ON - PF5 STOCK, PF6 ORDER LINES, PF9 PRICE REQUES
      -        'TS, PF10 DOCUMENTS'.

           05  PM095-NO-OPEN-LINES     PIC X(79)   VALUE
               'NO OPEN ORDER LINES AWAITING SHIPMENT FOR THIS SUPPLIER
               'A DUPLICATE IS ALREADY QUEUED FOR THAT INVOICE'.

           05  PM225-ENTER-APPROVAL    PIC X(79)   VALUE
               'KEY R/J AND AN ORDER NUMBER, OR A (APPROVE) / D (DECLINE
      -        ') AND A PRICE OVERRIDE NUMBER'.

           05  PM226-APPROVAL-NOT-FND  PIC X(79)   VALUE
               'NO PENDING APPROVAL FOR THAT ORDER'.

           05  PM239-AUTH-NOT-FOUND    PIC X(79)   VALUE
               'NO SUCH AUTHORIZED LIST ENTRY'.

           05  PM240-ENTER-SUSPENSE    PIC X(79)   VALUE
               'SEARCH BY CUSTOMER OR AMOUNT, THEN KEY DATE, SEQ AND ACT
      -        'ION A, R OR H'.

           05  PM241-SUSPENSE-NOT-FOUND
                                       PIC X(79)   VALUE
               'UNAPPLIED CASH ITEM NOT FOUND OR ALREADY CLOSED'.

           05  PM242-SUSPENSE-APPLIED  PIC X(79)   VALUE
               'CASH APPLIED - THE REMAINING UNAPPLIED AMOUNT IS SHOWN'.

           05  PM243-SUSPENSE-REFUNDED PIC X(79)   VALUE
               'UNAPPLIED CASH MARKED FOR REFUND'.

           05  PM244-SUSPENSE-ON-ACCOUNT
                                       PIC X(79)   VALUE
               'UNAPPLIED CASH HELD ON ACCOUNT FOR THE CUSTOMER'.

           05  PM245-APPLY-EXCEEDS-CASH
                                       PIC X(79)   VALUE
               'AMOUNTS TO APPLY EXCEED THE UNAPPLIED CASH'.

           05  PM246-APPLY-OVER-BALANCE
                                       PIC X(79)   VALUE
               'AMOUNT TO APPLY EXCEEDS THE BALANCE DUE ON THE ORDER'.

           05  PM247-NO-SUSPENSE-MATCH PIC X(79)   VALUE
               'NO UNAPPLIED CASH MATCHES THE SEARCH'.

           05  PM248-ENTER-APPLY-LINES PIC X(79)   VALUE
               'KEY AT LEAST ONE ORDER NUMBER AND AMOUNT TO APPLY'.

           05  PM249-TERMS-NOT-FOUND   PIC X(79)   VALUE
               'PAYMENT TERMS CODE NOT FOUND ON THE TERMS MASTER'.

           05  PM250-PAID-WITH-DISCOUNT
                                       PIC X(79)   VALUE
               'ORDER PAID IN FULL - TERMS DISCOUNT TAKEN'.

           05  PM251-ENTER-PO-SELECTION
                                       PIC X(79)   VALUE
               'LIST BY SUPPLIER / STATUS, OR KEY PO, LINE AND ACTION C,
      -        ' X, A OR R'.

           05  PM252-PO-LINE-NOT-FOUND PIC X(79)   VALUE
               'PURCHASE ORDER LINE NOT FOUND'.

           05  PM253-PO-LINE-CLOSED    PIC X(79)   VALUE
               'PURCHASE ORDER LINE IS RECEIVED OR CANCELLED - NO CHANGE
      -        ' ALLOWED'.

           05  PM254-PO-QTY-INVALID    PIC X(79)   VALUE
               'QUANTITY MUST BE NUMERIC, NOT ZERO AND NOT BELOW THE QUA
      -        'NTITY RECEIVED'.

           05  PM255-PO-DATE-INVALID   PIC X(79)   VALUE
               'EXPECTED DATE MUST BE A VALID CCYYMMDD DATE NOT BEFORE T
      -        'ODAY'.

           05  PM256-PO-LINE-CHANGED   PIC X(79)   VALUE
               'PURCHASE ORDER LINE CHANGED'.

           05  PM257-PO-LINE-CANCELLED PIC X(79)   VALUE
               'PURCHASE ORDER LINE CANCELLED'.

           05  PM258-PO-HAS-RECEIPTS   PIC X(79)   VALUE
               'LINE HAS RECEIPTS - REDUCE THE QUANTITY TO THE QUANTITY 
      -        'RECEIVED INSTEAD'.

           05  PM259-PO-LINE-ADDED     PIC X(79)   VALUE
               'LINE ADDED - RELEASE THE PURCHASE ORDER TO MAKE IT ACTIV
      -        'E'.

           05  PM260-PO-RELEASED       PIC X(79)   VALUE
               'PURCHASE ORDER RELEASED - SUGGESTED LINES ARE NOW OPEN'.

           05  PM261-PO-NOTHING-TO-RELEASE
                                       PIC X(79)   VALUE
               'PURCHASE ORDER HAS NO SUGGESTED LINES AWAITING RELEASE'.

           05  PM262-PO-ITEM-NOT-SUPPLIED
                                       PIC X(79)   VALUE
               'ITEM IS NOT SUPPLIED BY THE SUPPLIER ON THIS PURCHASE OR
      -        'DER'.

           05  PM263-NO-PO-MATCH       PIC X(79)   VALUE
               'NO PURCHASE ORDER LINES MATCH THE SELECTION'.

           05  PM264-PO-STATUS-INVALID PIC X(79)   VALUE
               'STATUS MUST BE S, O, P, R, C OR BLANK FOR ALL ACTIVE LIN
      -        'ES'.

           05  PM265-ENTER-PO-SUPPLIER PIC X(79)   VALUE
               'KEY THE SUPPLIER ID TO ADD A LINE ON A NEW PURCHASE ORDE
      -        'R'.

           05  PM266-ENTER-QC-SELECTION
                                       PIC X(79)   VALUE
               'LIST HOLDS BY STATUS / LOT, OR KEY A HOLD NUMBER AND ACT
      -        'ION P OR R'.

           05  PM267-QC-HOLD-NOT-FOUND PIC X(79)   VALUE
               'QUALITY HOLD NUMBER ENTERED NOT FOUND'.

           05  PM268-QC-HOLD-CLOSED    PIC X(79)   VALUE
               'QUALITY HOLD HAS ALREADY BEEN POSTED TO STOCK'.

           05  PM269-QC-REJECT-QTY-INVALID
                                       PIC X(79)   VALUE
               'REJECT QUANTITY MUST BE NUMERIC, NOT ZERO AND NOT OVER T
      -        'HE QUANTITY HELD'.

           05  PM270-QC-REASON-REQUIRED
                                       PIC X(79)   VALUE
               'REJECT REASON MUST BE DEF, DAM, WRG, SPC (OUT OF SPEC) O
      -        'R OTH'.

           05  PM271-QC-HOLD-PASSED    PIC X(79)   VALUE
               'HOLD PASSED - RELEASED TO STOCK BY THE NEXT RECEIVING RU
      -        'N'.

           05  PM272-QC-HOLD-REJECTED  PIC X(79)   VALUE
               'HOLD REJECTED - SUPPLIER DEBIT MEMO RAISED BY THE NEXT R
      -        'ECEIVING RUN'.

           05  PM273-QC-HOLD-PARTIAL   PIC X(79)   VALUE
               'HOLD PARTIALLY REJECTED - BALANCE RELEASED TO STOCK BY T
      -        'HE NEXT RECEIVING RUN'.

           05  PM274-NO-QC-MATCH       PIC X(79)   VALUE
               'NO QUALITY HOLDS MATCH THE SELECTION'.

           05  PM275-QC-STATUS-INVALID PIC X(79)   VALUE
               'STATUS MUST BE H, I, C OR BLANK FOR HOLDS NOT POSTED'.

           05  PM276-WHSE-BIN-PAIR     PIC X(79)   VALUE
               'ENTER BOTH WAREHOUSE AND BIN, OR NEITHER FOR A COMPANY-W
      -        'IDE ADJUSTMENT'.

           05  PM277-BIN-NOT-FOUND     PIC X(79)   VALUE
               'BIN NOT ON THE BIN LOCATION MASTER FOR THE WAREHOUSE'.

           05  PM278-BIN-QTY-NEGATIVE  PIC X(79)   VALUE
               'ADJUSTMENT WOULD DRIVE THE BIN QUANTITY BELOW ZERO'.

           05  PM279-SHIP-COMPLETE-INVALID
                                       PIC X(79)   VALUE
               'SHIP COMPLETE MUST BE Y, N OR BLANK (CUSTOMER DEFAULT)'.

           05  PM280-SERIAL-REQUIRED   PIC X(79)   VALUE
               'SERIAL NUMBER IS REQUIRED FOR A SERIALIZED ITEM'.

           05  PM281-SERIAL-QTY-ONE    PIC X(79)   VALUE
               'A SERIALIZED ITEM IS RETURNED ONE UNIT (ONE SERIAL NUMBE
      -        'R) AT A TIME'.

           05  PM282-SERIAL-NOT-SHIPPED
                                       PIC X(79)   VALUE
               'SERIAL NUMBER WAS NOT SHIPPED ON THIS ORDER LINE'.

           05  PM283-SERIAL-NOT-FOUND  PIC X(79)   VALUE
               'SERIAL NUMBER NOT ON FILE FOR THE ITEM'.

           05  PM284-ITEM-NOT-SERIALIZED
                                       PIC X(79)   VALUE
               'ITEM IS NOT SERIALIZED, SERIAL NUMBER MUST BE BLANK'.

           05  PM285-ITEM-SERIAL-REQUIRED
                                       PIC X(79)   VALUE
               'ITEM NUMBER AND SERIAL NUMBER ARE REQUIRED'.

           05  PM286-SERIAL-HISTORY-END
                                       PIC X(79)   VALUE
               'END OF SERIAL NUMBER HISTORY'.

           05  PM287-SERIAL-HISTORY-MORE
                                       PIC X(79)   VALUE
               'PRESS ENTER TO CONTINUE THE SERIAL NUMBER HISTORY'.

           05  PM288-EVENT-NUMBER-INVALID
                                       PIC X(79)   VALUE
               'STARTING EVENT NUMBER MUST BE NUMERIC'.

           05  PM289-ENTER-PRICE-REQUEST
                                       PIC X(79)   VALUE
               'KEY NEW UNIT PRICE (2 IMPLIED DECIMALS) AND EFFECTIVE DA
      -        'TE CCYYMMDD, PRESS ENTER'.

           05  PM290-NEW-PRICE-INVALID PIC X(79)   VALUE
               'NEW UNIT PRICE MUST BE NUMERIC (2 IMPLIED DECIMALS) AND 
      -        'GREATER THAN ZERO'.

           05  PM291-EFFECTIVE-DATE-INVALID
                                       PIC X(79)   VALUE
               'EFFECTIVE DATE MUST BE A VALID FUTURE DATE, KEYED CCYYMM
      -        'DD'.

           05  PM292-PRICE-REQUEST-SUBMITTED
                                       PIC X(79)   VALUE
               'PRICE CHANGE REQUEST SUBMITTED FOR BUYER APPROVAL'.

           05  PM293-ENTER-PRICE-REVIEW
                                       PIC X(79)   VALUE
               'KEY A LINE NUMBER AND ACTION A (ACCEPT) OR R (REJECT) WI
      -        'TH A COMMENT'.

           05  PM294-PRICE-LINE-INVALID
                                       PIC X(79)   VALUE
               'LINE NUMBER MUST NAME ONE OF THE REQUESTS LISTED'.

           05  PM295-REJECT-COMMENT-REQUIRED
                                       PIC X(79)   VALUE
               'A COMMENT IS REQUIRED TO REJECT A PRICE CHANGE REQUEST'.

           05  PM296-PRICE-REQUEST-ACCEPTED
                                       PIC X(79)   VALUE
               'PRICE CHANGE ACCEPTED - NEW PRICE IN EFFECT FROM THE EFF
      -        'ECTIVE DATE'.

           05  PM297-PRICE-REQUEST-REJECTED
                                       PIC X(79)   VALUE
               'PRICE CHANGE REQUEST REJECTED'.

           05  PM298-NO-PENDING-PRICE-REQUESTS
                                       PIC X(79)   VALUE
               'NO PENDING PRICE CHANGE REQUESTS'.

           05  PM299-PRICE-REQUEST-NOT-PENDING
                                       PIC X(79)   VALUE
               'PRICE CHANGE REQUEST IS NO LONGER PENDING, LIST REFRESHE
      -        'D'.

           05  PM300-PRICE-EFFECTIVE-PASSED
                                       PIC X(79)   VALUE
               'EFFECTIVE DATE HAS PASSED - REJECT IT SO THE SUPPLIER CA
      -        'N RESUBMIT'.

           05  PM301-NO-SUPPLIER-DOCUMENTS
                                       PIC X(79)   VALUE
               'NO COMPLIANCE DOCUMENTS ON FILE FOR THIS SUPPLIER'.

           05  PM302-ENTER-DOCUMENT-ACTION
                                       PIC X(79)   VALUE
               'ENTER A TO ADD/REPLACE OR D TO DELETE A DOCUMENT, OR A N
      -        'EW SUPPLIER ID'.

           05  PM303-DOCUMENT-TYPE-INVALID
                                       PIC X(79)   VALUE
               'DOCUMENT TYPE MUST BE INS, TAX, HAZ OR OTH'.

           05  PM304-DOCUMENT-REF-REQUIRED
                                       PIC X(79)   VALUE
               'DOCUMENT REFERENCE NUMBER IS REQUIRED'.

           05  PM305-DOCUMENT-DATE-INVALID
                                       PIC X(79)   VALUE
               'DATES MUST BE CCYYMMDD, EXPIRES BLANK OR AFTER ISSUED'.

           05  PM306-DOCUMENT-SAVED
                                       PIC X(79)   VALUE
               'COMPLIANCE DOCUMENT SAVED'.

           05  PM307-DOCUMENT-DELETED
                                       PIC X(79)   VALUE
               'COMPLIANCE DOCUMENT DELETED'.

           05  PM308-DOCUMENT-NOT-FOUND
                                       PIC X(79)   VALUE
               'NO DOCUMENT OF THAT TYPE ON FILE FOR THIS SUPPLIER'.

           05  PM309-DOCUMENT-ACTION-INVALID
                                       PIC X(79)   VALUE
               'ACTION MUST BE A (ADD/REPLACE) OR D (DELETE)'.

           05  PM310-BELOW-COST-LINE
                                       PIC X(79)   VALUE
               'PRICE IS BELOW AVERAGE COST - SUPERVISOR MUST KEY AN OVE
      -        'RRIDE REASON'.

           05  PM311-BELOW-COST-ORDER.
               10  PM311-LINE-COUNT    PIC ZZ9.
               10  FILLER              PIC X(24)   VALUE
                   ' LINE(S) BELOW COST, MAR'.
               10  FILLER              PIC X(05)   VALUE
                   'GIN '.
               10  PM311-MARGIN        PIC -ZZ9.9.
               10  FILLER              PIC X(41)   VALUE
                   '% - SUPERVISOR OVERRIDE REASON REQUIRED'.

           05  PM312-BELOW-COST-OVERRIDE
                                       PIC X(79)   VALUE
               'ADDED TO ORDER BELOW COST - SUPERVISOR OVERRIDE JOURNALE
      -        'D'.

           05  PM313-OVERRIDE-APPLIED
                                       PIC X(79)   VALUE
               'PRICE OVERRIDE APPLIED TO THE LINE AND JOURNALED'.

           05  PM314-OVERRIDE-QUEUED
                                       PIC X(79)   VALUE
               'OVERRIDE EXCEEDS YOUR ROLE LIMIT - QUEUED FOR SUPERVISOR
      -        ' APPROVAL (PDA057)'.

           05  PM315-OVERRIDE-INVALID
                                       PIC X(79)   VALUE
               'A PRICE OVERRIDE NEEDS A NEW PRICE AND A VALID OVERRIDE 
      -        'REASON CODE'.

           05  PM316-OVERRIDE-NOT-FND
                                       PIC X(79)   VALUE
               'NO PENDING PRICE OVERRIDE WITH THAT NUMBER'.

           05  PM317-OVERRIDE-APPROVED
                                       PIC X(79)   VALUE
               'PRICE OVERRIDE APPROVED AND APPLIED TO THE LINE'.

           05  PM318-OVERRIDE-DECLINED
                                       PIC X(79)   VALUE
               'PRICE OVERRIDE DECLINED - THE LINE KEEPS ITS NORMAL PRIC
      -        'E'.

           05  PM319-LINE-NOT-OVERRIDABLE
                                       PIC X(79)   VALUE
               'LINE NOT FOUND, ALREADY SHIPPED OR AWAITING AN OVERRIDE 
      -        'DECISION'.

           05  PM320-ONE-OVERRIDE-ONLY
                                       PIC X(79)   VALUE
               'KEY P ON ONE LINE AT A TIME WITH THE NEW PRICE AND REASO
      -        'N CODE'.

           05  PM321-SUMMARY-INVOICE
                                       PIC X(79)   VALUE
               'SUMMARY INVOICE - THE ORDERS IT BILLS ARE LISTED BELOW'.

           05  PM322-BILLED-ON-SUMMARY
                                       PIC X(79)   VALUE
               'ORDER BILLED ON THE SUMMARY INVOICE SHOWN - AMOUNTS ARE
      -        'THIS ORDER''S SHARE'.

           05  PM323-ENTER-COLLECTIONS
                                       PIC X(79)   VALUE
               'SELECT A LINE OR KEY A CUSTOMER ID - REP / COLLECTOR FIL
      -        'TERS NARROW THE LIST'.

           05  PM324-NO-COLL-ACCOUNTS
                                       PIC X(79)   VALUE
               'NO ACCOUNTS ON THE COLLECTIONS WORKLIST FOR THIS SELECTI
      -        'ON'.

           05  PM325-COLL-ACCOUNT-SHOWN
                                       PIC X(79)   VALUE
               'KEY N NOTE, P PROMISE-TO-PAY OR A ASSIGN COLLECTOR - PF3
      -        ' RETURNS TO THE LIST'.

           05  PM326-COLL-NOTE-REQUIRED
                                       PIC X(79)   VALUE
               'KEY THE NOTE TEXT FOR THE CONTACT'.

           05  PM327-COLL-PROMISE-INVALID
                                       PIC X(79)   VALUE
               'A PROMISE NEEDS AN AMOUNT AND A DATE (CCYYMMDD) OF TODAY
      -        ' OR LATER'.

           05  PM328-COLL-NOTE-ADDED
                                       PIC X(79)   VALUE
               'CONTACT NOTE ADDED TO THE ACCOUNT HISTORY'.

           05  PM329-COLL-PROMISE-ADDED
                                       PIC X(79)   VALUE
               'PROMISE-TO-PAY RECORDED - ANY EARLIER OPEN PROMISE IS SU
      -        'PERSEDED'.

           05  PM330-COLL-ASSIGNED
                                       PIC X(79)   VALUE
               'COLLECTOR ASSIGNED TO THE ACCOUNT'.

           05  PM331-COLL-INVALID-ACTION
                                       PIC X(79)   VALUE
               'ACTION MUST BE N (NOTE), P (PROMISE) OR A (ASSIGN COLLEC
      -        'TOR)'.

           05  PM332-COLL-NO-AR-ITEMS
                                       PIC X(79)   VALUE
               'THE CUSTOMER HAS NO AR ITEMS'.

           05  PM333-COLL-ENTER-COLLECTOR
                                       PIC X(79)   VALUE
               'KEY THE COLLECTOR ID TO ASSIGN'.

           05  PM334-ORDER-CANCELLED
                                       PIC X(79)   VALUE
               'ORDER HAS BEEN CANCELLED AND ITS SUBMIT POSTINGS REVERSE
      -        'D'.

           05  PM335-CANCEL-REASON-INVALID
                                       PIC X(79)   VALUE
               'A VALID CANCELLATION REASON CODE IS REQUIRED'.

           05  PM336-CANCEL-LINE-SHIPPED
                                       PIC X(79)   VALUE
               'ORDER HAS SHIPPED LINES AND CANNOT BE CANCELLED'.

           05  PM337-ORDER-IS-CANCELLED
                                       PIC X(79)   VALUE
               'ORDER IS CANCELLED - NO FURTHER MAINTENANCE IS ALLOWED'.

           05  PM338-USE-CANCEL-ACTION
                                       PIC X(79)   VALUE
               'SUBMITTED ORDERS ARE NOT DELETED - USE ACTION X WITH A R
      -        'EASON CODE'.

           05  PM339-PERIOD-NOT-ON-CALENDAR
                                       PIC X(79)   VALUE
               'PERIOD IS NOT ON THE FISCAL CALENDAR FOR THIS PREFIX'.

           05  PM340-ENTER-FISCAL-PERIOD
                                       PIC X(79)   VALUE
               'ENTER ACTION (A/C/D), FISCAL YEAR, PERIOD AND DATES'.

           05  PM341-FISCAL-PERIOD-INVALID
                                       PIC X(79)   VALUE
               'YEAR CCYY, PERIOD 01-13, START/END DATES CCYYMMDD'.

           05  PM342-FISCAL-PERIOD-OVERLAP
                                       PIC X(79)   VALUE
               'DATES OVERLAP ANOTHER FISCAL PERIOD'.

           05  PM343-FISCAL-PERIOD-ADDED
                                       PIC X(79)   VALUE
               'FISCAL PERIOD ADDED'.

           05  PM344-FISCAL-PERIOD-UPDATED
                                       PIC X(79)   VALUE
               'FISCAL PERIOD UPDATED'.

           05  PM345-FISCAL-PERIOD-DELETED
                                       PIC X(79)   VALUE
               'FISCAL PERIOD DELETED'.

           05  PM346-FISCAL-PERIOD-NOT-FOUND
                                       PIC X(79)   VALUE
               'FISCAL PERIOD NOT FOUND'.

           05  PM347-FISCAL-PERIOD-EXISTS
                                       PIC X(79)   VALUE
               'FISCAL PERIOD ALREADY EXISTS'.

           05  PM348-FISCAL-PERIOD-CLOSED
                                       PIC X(79)   VALUE
               'FISCAL PERIOD IS CLOSED - CHANGE OR DELETE NOT ALLOWED'.

           05  PM349-NO-INTERFACE-FILES
                                       PIC X(79)   VALUE
               'NO INTERFACE FILES REGISTERED FOR THE FEED SELECTED'.

           05  PM350-ENTER-INTERFACE-FEED
                                       PIC X(79)   VALUE
               'ENTER A FEED TO SELECT ITS FILES, PF8 TO PAGE FORWARD'.

           05  PM351-SUGGESTION-VS-SUPPLIER
                                       PIC X(79)   VALUE
               'ORDER SUGGESTED ITEMS APART FROM THE SUPPLIER LINES'.

           05  PM352-ENTER-SALES-HISTORY
                                       PIC X(79)   VALUE
               'ENTER ITEM NUMBER, PF7/PF8 FOR PREVIOUS/NEXT SUPPLIER'.

           05  PM353-NO-SALES-HISTORY
                                       PIC X(79)   VALUE
               'ITEM HAS NO SUPPLIERS AND NO SALES HISTORY'.

           05  PM354-ENTER-CATEGORY-OWNER
                                       PIC X(79)   VALUE
               'ENTER THE OWNER USERID TO ASSIGN TO THE CATEGORY'.

           05  PM355-CATEGORY-OWNER-ASSIGNED
                                       PIC X(79)   VALUE
               'CATEGORY / SUB-CATEGORY OWNER ASSIGNED'.
