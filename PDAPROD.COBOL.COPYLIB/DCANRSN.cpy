      ******************************************************************
      * DCLGEN TABLE(ORDER_CANCEL_REASON)                              *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DCANRSN))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CAN-REASON-)                                      *
      *        STRUCTURE(CAN-REASON)                                   *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * MAINTAINED LIST OF ORDER CANCELLATION REASON CODES VALIDATED   *
      * BY THE ORDER MAINTENANCE SCREENS (PDA010/PDA110 ACTION -X-)    *
      * AND DESCRIBED ON THE MONTHLY CANCELLATION ANALYSIS (PDAB119).  *
      * SEEDED PER USER PREFIX WITH CODES SUCH AS CHG (CUSTOMER        *
      * CHANGED MIND), DUP (DUPLICATE ORDER), LTE (PROMISE DATE TOO    *
      * LATE), PRC (PRICE DISPUTE), CRD (CREDIT NOT APPROVED), ERR     *
      * (ORDER ENTRY ERROR).                                           *
      ******************************************************************
           EXEC SQL DECLARE ORDER_CANCEL_REASON TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             CODE                           CHAR(3) NOT NULL,
             DESCRIPTION                    CHAR(32) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORDER_CANCEL_REASON                *
      ******************************************************************
       01  CAN-REASON.
           05  CAN-REASON-KEY.
               10 CAN-REASON-PREFIX    PIC X(5).
               10 CAN-REASON-CODE      PIC X(3).
           05 CAN-REASON-DESCRIPTION   PIC X(32).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
