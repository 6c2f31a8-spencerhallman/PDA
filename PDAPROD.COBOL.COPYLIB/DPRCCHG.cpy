      ******************************************************************
      * DCLGEN TABLE(PRICE_CHANGE_REQUEST)                             *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DPRCCHG))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(PRICE-CHANGE-REQUEST)                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * SUPPLIER-SUBMITTED UNIT PRICE CHANGES, KEYED BY ITEM /         *
      * SUPPLIER AND THE DATE AND TIME SUBMITTED.  A SUPPLIER SIGNED   *
      * ON TO THE PORTAL (PDA029) KEYS A NEW PRICE AND EFFECTIVE DATE  *
      * FOR ONE OF ITS ITEM_SUPPLIER ROWS; THE ROW IS WRITTEN PENDING  *
      * ('P') WITH THE PRICE IN FORCE WHEN SUBMITTED.  A NEWER         *
      * SUBMISSION FOR THE SAME ITEM / SUPPLIER SUPERSEDES ('S') THE   *
      * PENDING ONE.  THE BUYER ACCEPTS ('A') OR REJECTS ('R') IT ON   *
      * PDA064 WITH A COMMENT; ACCEPTING WRITES THE FUTURE-DATED       *
      * ITEM_SUPPLIER_PRICE ROW THAT PDAS04 RESOLVES FROM THE          *
      * EFFECTIVE DATE ON.  PDAB108 REPORTS THE PENDING REQUESTS AND   *
      * THEIR MARGIN IMPACT.  DATES ARE CHAR(8) CCYYMMDD, TIME IS      *
      * CHAR(6) HHMMSS.                                                *
      ******************************************************************
           EXEC SQL DECLARE PRICE_CHANGE_REQUEST TABLE
           ( ITEM_PREFIX                    CHAR(5) NOT NULL,
             ITEM_NUMBER                    CHAR(32) NOT NULL,
             SUPPLIER_PREFIX                CHAR(5) NOT NULL,
             SUPPLIER_ID                    CHAR(32) NOT NULL,
             SUBMITTED_DATE                 CHAR(8) NOT NULL,
             SUBMITTED_TIME                 CHAR(6) NOT NULL,
             EFFECTIVE_DATE                 CHAR(8) NOT NULL,
             CURRENT_PRICE                  DECIMAL(10, 2) NOT NULL,
             NEW_PRICE                      DECIMAL(10, 2) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             REVIEWED_BY                    CHAR(8) NOT NULL,
             REVIEWED_DATE                  CHAR(8) NOT NULL,
             REVIEW_COMMENT                 CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRICE_CHANGE_REQUEST               *
      ******************************************************************
       01  PRICE-CHANGE-REQUEST.
           05  PCR-ITEM-PREFIX         PIC X(5).
           05  PCR-ITEM-NUMBER         PIC X(32).
           05  PCR-SUPPLIER-PREFIX     PIC X(5).
           05  PCR-SUPPLIER-ID         PIC X(32).
           05  PCR-SUBMITTED-DATE      PIC X(8).
           05  PCR-SUBMITTED-TIME      PIC X(6).
           05  PCR-EFFECTIVE-DATE      PIC X(8).
           05  PCR-CURRENT-PRICE       PIC S9(8)V9(2) USAGE COMP-3.
           05  PCR-NEW-PRICE           PIC S9(8)V9(2) USAGE COMP-3.
           05  PCR-STATUS              PIC X(1).
           05  PCR-REVIEWED-BY         PIC X(8).
           05  PCR-REVIEWED-DATE       PIC X(8).
           05  PCR-REVIEW-COMMENT      PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
