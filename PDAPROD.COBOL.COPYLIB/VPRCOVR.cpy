      ******************************************************************
      * LINE PRICE OVERRIDE JOURNAL RECORD  -- VSAM KSDS               *
      * ONE RECORD PER MANUAL UNIT PRICE OVERRIDE KEYED ON A PENDING   *
      * ORDER LINE (PDA008) OR A SUBMITTED ORDER LINE (PDA010),        *
      * NUMBERED FROM THE CONTROL RECORD.  AN OVERRIDE WITHIN THE      *
      * KEYING USER'S ROLE LIMIT IS APPLIED AT ONCE; A LARGER ONE      *
      * WAITS PENDING ON THE SUPERVISOR QUEUE (PDA057) WHICH APPROVES  *
      * OR DECLINES IT.  A PENDING LINE OVERRIDE PICKS UP ITS ORDER    *
      * NUMBER AND LINE SEQUENCE WHEN THE ORDER IS SUBMITTED (PDA009). *
      * REPORTED MONTHLY BY PDAB111.                                   *
      * THE RECORD WITH OVERRIDE NUMBER ZERO IS THE CONTROL RECORD     *
      * FOR A PREFIX -- IT CARRIES THE LAST OVERRIDE NUMBER ISSUED     *
      * AND THE OPERATOR-SET PERCENT-OFF-LIST LIMITS BY USER ROLE      *
      * (ZERO OR ABSENT = THE SHOP DEFAULT LIMITS).                    *
      ******************************************************************
       01  PRICE-OVERRIDE-RECORD.
           05  PRCOVR-KEY.
               10 PRCOVR-PREFIX        PIC 9(05).
               10 PRCOVR-PRE REDEFINES
                  PRCOVR-PREFIX        PIC X(05).
               10 PRCOVR-NUMBER        PIC 9(10).
           05  PRCOVR-DATA.
               10 PRCOVR-SOURCE        PIC X(01).
                  88 PRCOVR-FROM-PENDING               VALUE 'P'.
                  88 PRCOVR-FROM-ORDER                 VALUE 'O'.
               10 PRCOVR-PENDING-SEQ   PIC 9(05).
               10 PRCOVR-ORDER-NUMBER  PIC 9(10).
               10 PRCOVR-ITEM-SEQ      PIC 9(05).
               10 PRCOVR-CUSTOMER-ID   PIC X(32).
               10 PRCOVR-ITEM-NUMBER   PIC X(32).
               10 PRCOVR-SUPPLIER-ID   PIC X(32).
               10 PRCOVR-QUANTITY      PIC 9(09)       COMP-3.
               10 PRCOVR-LIST-PRICE    PIC S9(08)V99   COMP-3.
               10 PRCOVR-NEW-PRICE     PIC S9(08)V99   COMP-3.
               10 PRCOVR-PCT-OFF       PIC S9(03)V99   COMP-3.
               10 PRCOVR-REASON-CODE   PIC X(03).
               10 PRCOVR-USERID        PIC X(08).
               10 PRCOVR-USER-ROLE     PIC X(01).
               10 PRCOVR-DATE          PIC 9(08).
               10 PRCOVR-STATUS        PIC X(01).
                  88 PRCOVR-APPLIED                    VALUE 'A'.
                  88 PRCOVR-PENDING                    VALUE 'P'.
                  88 PRCOVR-APPROVED                   VALUE 'R'.
                  88 PRCOVR-DECLINED                   VALUE 'J'.
                  88 PRCOVR-VOID                       VALUE 'X'.
                  88 PRCOVR-IN-EFFECT                  VALUE 'A'
                                                             'R'.
               10 PRCOVR-DECIDED-BY    PIC X(08).
               10 PRCOVR-DECIDED-DATE  PIC 9(08).
               10 PRCOVR-DECLINE-REASON
                                       PIC X(30).
               10 FILLER               PIC X(20).
      ******************************************************************
      * CONTROL RECORD VIEW (OVERRIDE NUMBER ZERO)                     *
      ******************************************************************
           05  PRCOVR-CONTROL REDEFINES PRCOVR-DATA.
               10 PRCOVR-LAST-NUMBER   PIC 9(10).
               10 PRCOVR-UPDATE-LIMIT-PCT
                                       PIC 9(03)V99.
               10 PRCOVR-ADMIN-LIMIT-PCT
                                       PIC 9(03)V99.
               10 FILLER               PIC X(204).
