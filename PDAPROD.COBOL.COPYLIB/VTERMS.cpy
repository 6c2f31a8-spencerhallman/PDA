      ******************************************************************
      * PAYMENT TERMS MASTER RECORD  -- VSAM KSDS                      *
      * ONE RECORD PER TERMS CODE, KEYED BY PREFIX AND TERMS CODE      *
      * (E.G. NET30, 2N30 FOR 2/10 NET 30, NET60).  CARRIES THE NET    *
      * DAYS TO THE DUE DATE AND THE EARLY-PAYMENT DISCOUNT (PERCENT,  *
      * THREE IMPLIED DECIMALS) ALLOWED WHEN PAYMENT ARRIVES WITHIN    *
      * THE DISCOUNT DAYS.  TERMS ARE ASSIGNED TO CUSTOMERS ON THE     *
      * PDA033 SCREEN AND STAMPED ONTO EACH AR OPEN ITEM BY THE        *
      * INVOICE BATCH (PDAB26).  MAINTAINED BY THE PDAB86 BATCH FROM   *
      * ITS TERMS CONTROL CARDS.                                       *
      ******************************************************************
       01  PAYMENT-TERMS-RECORD.
           05  TERMS-KEY.
               10 TERMS-PREFIX         PIC 9(05).
               10 TERMS-PRE REDEFINES
                  TERMS-PREFIX         PIC X(05).
               10 TERMS-CODE           PIC X(05).
           05 TERMS-DESCRIPTION        PIC X(32).
           05 TERMS-NET-DAYS           PIC 9(03).
           05 TERMS-DISCOUNT-DAYS      PIC 9(03).
           05 TERMS-DISCOUNT-PCT       PIC S9(02)V9(03)
                                                       COMP-3.
           05 FILLER                   PIC X(13)       VALUE SPACES.
