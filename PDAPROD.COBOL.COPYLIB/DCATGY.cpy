           ( CATEGORY_NAME                  CHAR(32) NOT NULL,
             SUB_CATEGORY_NAME               CHAR(32) NOT NULL,
             CATEGORY_SEQ                   INTEGER NOT NULL,
             SUB_CATEGORY_SEQ                INTEGER NOT NULL,
             CATEGORY_OWNER                 CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CATEGORY                           *
           05  CATEGORY-CATEGORY-SEQ   PIC S9(9) COMP.
           05  CATEGORY-SUB-CATEGORY-SEQ
                                       PIC S9(9) COMP.
           05  CATEGORY-OWNER          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * CATEGORY_OWNER IS THE USERID OF THE MERCHANDISER RESPONSIBLE   *
      * FOR THE CATEGORY / SUB-CATEGORY'S ITEMS, SET ON THE CATEGORY   *
      * MAINTENANCE SCREEN (PDA035, ACTIONS A AND O).  THE WEEKLY      *
      * CATALOG DATA QUALITY REPORT (PDAB128) GROUPS ITS EXCEPTIONS BY *
      * IT.  DDL: NOT NULL WITH DEFAULT (SPACES = NO OWNER ASSIGNED).  *
      ******************************************************************
