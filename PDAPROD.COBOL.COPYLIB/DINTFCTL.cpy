      ******************************************************************
      * DCLGEN TABLE(INTERFACE_FILE_CONTROL)                           *
      *        LIBRARY(PDAPROD.COBOL.COPYLIB(DINTFCTL))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(INTERFACE-FILE-CONTROL)                       *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE INBOUND INTERFACE FILE CONTROL REGISTER.  ONE ROW PER      *
      * INBOUND FILE RECEIVED BY A FEED (AFFORDER PDAB38, LOCKBOX      *
      * PDAB48, CARDCONF PDAB59, CARRIER PDAB77), WRITTEN BY THE       *
      * PDAS15 CONTROL ROUTINE FROM THE FILE'S HEADER (SENDER, FILE    *
      * DATE, SEQUENCE) AND BALANCED AGAINST ITS TRAILER (RECORD       *
      * COUNT, HASH TOTAL).  STATUS O = OPEN (BEING BALANCED),         *
      * B = BALANCED (BEING APPLIED), P = PROCESSED, R = REJECTED      *
      * (REASON GIVEN).  A FEED / SENDER / SEQUENCE ALREADY PROCESSED  *
      * (OR LEFT PART-APPLIED) IS NEVER ACCEPTED AGAIN.  THE           *
      * PDA068 SCREEN SHOWS THE REGISTER; PDAB69 AGES IT OFF (STORE    *
      * INTFCTL).  DATES ARE CHAR(8) CCYYMMDD, TIMES CHAR(8) HH:MM:SS. *
      ******************************************************************
           EXEC SQL DECLARE INTERFACE_FILE_CONTROL TABLE
           ( FEED                           CHAR(8) NOT NULL,
             SENDER                         CHAR(8) NOT NULL,
             FILE_SEQ                       CHAR(6) NOT NULL,
             RECEIVED_DATE                  CHAR(8) NOT NULL,
             RECEIVED_TIME                  CHAR(8) NOT NULL,
             PROGRAM                        CHAR(8) NOT NULL,
             FILE_DATE                      CHAR(8) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             RECORD_COUNT                   INTEGER NOT NULL,
             TRAILER_COUNT                  INTEGER NOT NULL,
             HASH_TOTAL                     DECIMAL(15, 2) NOT NULL,
             TRAILER_HASH                   DECIMAL(15, 2) NOT NULL,
             RECORDS_APPLIED                INTEGER NOT NULL,
             PROCESSED_TIME                 CHAR(8) NOT NULL,
             REASON                         CHAR(20) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INTERFACE_FILE_CONTROL             *
      ******************************************************************
       01  INTERFACE-FILE-CONTROL.
           05  IFC-FEED                PIC X(8).
           05  IFC-SENDER              PIC X(8).
           05  IFC-FILE-SEQ            PIC X(6).
           05  IFC-RECEIVED-DATE       PIC X(8).
           05  IFC-RECEIVED-TIME       PIC X(8).
           05  IFC-PROGRAM             PIC X(8).
           05  IFC-FILE-DATE           PIC X(8).
           05  IFC-STATUS              PIC X(1).
           05  IFC-RECORD-COUNT        PIC S9(9)      USAGE COMP.
           05  IFC-TRAILER-COUNT       PIC S9(9)      USAGE COMP.
           05  IFC-HASH-TOTAL          PIC S9(13)V9(2) USAGE COMP-3.
           05  IFC-TRAILER-HASH        PIC S9(13)V9(2) USAGE COMP-3.
           05  IFC-RECORDS-APPLIED     PIC S9(9)      USAGE COMP.
           05  IFC-PROCESSED-TIME      PIC X(8).
           05  IFC-REASON              PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
