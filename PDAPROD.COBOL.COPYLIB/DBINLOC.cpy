      ******************************************************************
      * DCLGEN TABLE(BIN_LOCATION)                                     *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DBINLOC))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(BIN-LOCATION)                                 *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * BIN LOCATION MASTER -- ONE ROW PER STOCKING BIN IN A WAREHOUSE *
      * (AISLE / BAY / LEVEL; THE BIN ID IS CONVENTIONALLY THE THREE   *
      * RUN TOGETHER).  WALK_SEQUENCE IS THE BIN'S POSITION ON THE     *
      * PICK PATH THROUGH THE BUILDING AND IS UNIQUE WITHIN A          *
      * WAREHOUSE.  PDAB55 PRINTS PICK LINES IN WALK SEQUENCE, PDAB23  *
      * DIRECTS PUTAWAY TO THE FIRST BIN ON THE PATH, AND PDAB53 LISTS *
      * COUNTS BIN BY BIN.                                             *
      ******************************************************************
           EXEC SQL DECLARE BIN_LOCATION TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
             WAREHOUSE_ID                   CHAR(8) NOT NULL,
             BIN_ID                         CHAR(6) NOT NULL,
             AISLE                          CHAR(2) NOT NULL,
             BAY                            CHAR(2) NOT NULL,
             LEVEL                          CHAR(2) NOT NULL,
             WALK_SEQUENCE                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BIN_LOCATION                       *
      ******************************************************************
       01  BIN-LOCATION.
           05  BINL-PREFIX             PIC X(5).
           05  BINL-WAREHOUSE-ID       PIC X(8).
           05  BINL-BIN-ID             PIC X(6).
           05  BINL-AISLE              PIC X(2).
           05  BINL-BAY                PIC X(2).
           05  BINL-LEVEL              PIC X(2).
           05  BINL-WALK-SEQUENCE      PIC S9(9)      USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
