      ******************************************************************
      * DCLGEN TABLE(PRICE_OVERRIDE_REASON)                            *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DOVRRSN))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(OVR-REASON-)                                      *
      *        STRUCTURE(OVR-REASON)                                   *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * MAINTAINED LIST OF MANUAL LINE PRICE OVERRIDE REASON CODES     *
      * VALIDATED BY THE PENDING ORDER SCREEN (PDA008) AND THE ORDER   *
      * MAINTENANCE SCREEN (PDA010), PRINTED ON THE INVOICE (PDAB26)   *
      * AND REPORTED BY THE MONTHLY OVERRIDE REPORT (PDAB111).         *
      * SEEDED PER USER PREFIX WITH CODES SUCH AS DSP (PRICE           *
      * DISPUTE), MAT (COMPETITOR PRICE MATCH), DMG (DAMAGED GOODS     *
      * ALLOWANCE), GWL (GOODWILL), CON (CONTRACT PRICE NOT LOADED).   *
      ******************************************************************
           EXEC SQL DECLARE PRICE_OVERRIDE_REASON TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             CODE                           CHAR(3) NOT NULL,
             DESCRIPTION                    CHAR(32) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRICE_OVERRIDE_REASON              *
      ******************************************************************
       01  OVR-REASON.
           05  OVR-REASON-KEY.
               10 OVR-REASON-PREFIX    PIC X(5).
               10 OVR-REASON-CODE      PIC X(3).
           05 OVR-REASON-DESCRIPTION   PIC X(32).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
