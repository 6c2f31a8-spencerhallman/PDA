      ******************************************************************
      * BANK RECONCILING ITEM RECORD  -- VSAM KSDS                     *
      * ONE RECORD PER DEPOSIT BOOKED AND PER STATEMENT DETAIL         *
      * RECEIVED FOR A BANK ACCOUNT, WRITTEN BY THE DAILY BANK         *
      * RECONCILIATION BATCH (PDAB117) AND KEYED BY ACCOUNT, ITEM      *
      * DATE AND SEQUENCE.  A BOOK ITEM (B) IS ONE DAY'S LOCKBOX BATCH *
      * TOTAL (THE PDAB48 REMITTANCE FILE) OR CARD SETTLEMENT TOTAL    *
      * (PAYMENTS ACCEPTED BY PDAB59); A BANK ITEM (K) IS ONE CREDIT   *
      * OR DEBIT DETAIL FROM THE BANK'S BAI2 STATEMENT.  A BOOK ITEM   *
      * AND A BANK ITEM OF THE SAME SOURCE AND AMOUNT ARE MATCHED (M)  *
      * TO EACH OTHER; WHAT IS LEFT OUTSTANDING (O) IS A RECONCILING   *
      * ITEM AND IS CARRIED FORWARD UNTIL IT MATCHES OR FINANCE BOOKS  *
      * IT AND CLEARS IT (C) WITH A CLEAR CONTROL CARD.  BANK DEBIT    *
      * AMOUNTS ARE NEGATIVE.                                          *
      ******************************************************************
       01  BANK-RECON-RECORD.
           05  BANK-RECON-KEY.
               10 BANK-RECON-ACCOUNT   PIC X(20).
               10 BANK-RECON-DATE      PIC 9(08).
               10 BANK-RECON-SEQ       PIC 9(05).
           05 BANK-RECON-SIDE          PIC X(01)       VALUE 'B'.
              88 BANK-RECON-BOOK-ITEM                  VALUE 'B'.
              88 BANK-RECON-BANK-ITEM                  VALUE 'K'.
           05 BANK-RECON-SOURCE        PIC X(01)       VALUE 'L'.
              88 BANK-RECON-LOCKBOX                    VALUE 'L'.
              88 BANK-RECON-CARD                       VALUE 'C'.
              88 BANK-RECON-OTHER-CREDIT               VALUE 'O'.
              88 BANK-RECON-DEBIT                      VALUE 'D'.
           05 BANK-RECON-AMOUNT        PIC S9(11)V99   COMP-3.
           05 BANK-RECON-BAI-TYPE      PIC X(03)       VALUE SPACES.
           05 BANK-RECON-REFERENCE     PIC X(16)       VALUE SPACES.
           05 BANK-RECON-STATUS        PIC X(01)       VALUE 'O'.
              88 BANK-RECON-OUTSTANDING                VALUE 'O'.
              88 BANK-RECON-MATCHED                    VALUE 'M'.
              88 BANK-RECON-CLEARED                    VALUE 'C'.
           05 BANK-RECON-CLOSED-DATE   PIC 9(08)       VALUE ZEROES.
      ******************************************************************
      * THE ITEM THIS ONE WAS MATCHED TO (SAME ACCOUNT)                *
      ******************************************************************
           05 BANK-RECON-MATCH-DATE    PIC 9(08)       VALUE ZEROES.
           05 BANK-RECON-MATCH-SEQ     PIC 9(05)       VALUE ZEROES.
           05 FILLER                   PIC X(17)       VALUE SPACES.
      ******************************************************************
      * THE RECORD WITH ITEM DATE AND SEQUENCE ZERO IS THE ACCOUNT     *
      * CONTROL RECORD -- THE LAST STATEMENT RECONCILED, THE BOOK AND  *
      * BANK BALANCES AT THAT STATEMENT AND THE LAST SEQUENCE USED     *
      ******************************************************************
       01  BANK-RECON-CONTROL.
           05 FILLER                   PIC X(33).
           05 BANK-RECON-LAST-STMT-DATE
                                       PIC 9(08).
           05 BANK-RECON-BOOK-BALANCE  PIC S9(11)V99   COMP-3.
           05 BANK-RECON-BANK-BALANCE  PIC S9(11)V99   COMP-3.
           05 BANK-RECON-LAST-SEQ      PIC 9(05).
           05 FILLER                   PIC X(40).
