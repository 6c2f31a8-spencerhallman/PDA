      *****************************************************************
      *    PDAS15 PARAMETER PASS AREA                                 *
      *                                                               *
      *    PDAS15 IS THE INBOUND INTERFACE FILE CONTROL ROUTINE.      *
      *    EVERY INBOUND FILE STARTS WITH A HEADER RECORD AND ENDS    *
      *    WITH A TRAILER RECORD (LAYOUT BELOW).  BEFORE ANY RECORD   *
      *    IS APPLIED THE FEED PROGRAM READS THE WHOLE FILE, PASSING  *
      *    EVERY RECORD TO PDAS15 -- FUNCTION H FOR THE HEADER, D FOR *
      *    EACH DATA RECORD (WITH ITS HASH AMOUNT), T FOR THE         *
      *    TRAILER -- THEN CALLS FUNCTION E AT END OF FILE.  PDAS15   *
      *    REGISTERS THE FILE ON INTERFACE_FILE_CONTROL, REFUSES A    *
      *    FEED / SENDER / SEQUENCE ALREADY PROCESSED, AND BALANCES   *
      *    THE RECORD COUNT AND HASH TOTAL TO THE TRAILER.  AFTER THE *
      *    E CALL THE FILE IS EITHER BALANCED (APPLY IT, THEN CALL    *
      *    FUNCTION P WITH THE RECORDS APPLIED) OR REJECTED (APPLY    *
      *    NOTHING).  ONCE REJECTED, FURTHER H/D/T CALLS ARE IGNORED. *
      *    THE CALLER MOVES SPACES TO THE AREA BEFORE THE FIRST CALL  *
      *    AND MUST PRESERVE IT BETWEEN CALLS.  A NONZERO SQLCODE     *
      *    MEANS THE REGISTER COULD NOT BE UPDATED.                   *
      *                                                               *
      *    HEADER / TRAILER RECORD LAYOUT (FIRST 80 BYTES):           *
      *      COL  1- 4   'FHDR' (HEADER) OR 'FTRL' (TRAILER)          *
      *      COL  6-13   SENDER ID                                    *
      *      COL 15-22   FILE DATE          (CCYYMMDD)                *
      *      COL 24-29   FILE SEQUENCE      (NUMERIC, PER SENDER)     *
      *      COL 31-39   RECORD COUNT       (TRAILER, NUMERIC)        *
      *      COL 41-55   HASH TOTAL         (TRAILER, 9(13)V99)       *
      *    THE RECORD COUNT IS THE NUMBER OF DATA RECORDS BETWEEN     *
      *    HEADER AND TRAILER.  THE HASH TOTAL IS THE SUM OF THE      *
      *    FEED'S HASH FIELD OVER THOSE RECORDS (A NON-NUMERIC FIELD  *
      *    COUNTS AS ZERO) -- SEE EACH FEED PROGRAM'S RECORD LAYOUT.  *
      *****************************************************************

       01  PDAS15-PARMS.
           03  PDAS15-FUNCTION         PIC X(01)   VALUE SPACES.
               88  PDAS15-HEADER                  VALUE 'H'.
               88  PDAS15-DETAIL                  VALUE 'D'.
               88  PDAS15-TRAILER                 VALUE 'T'.
               88  PDAS15-END-OF-FILE             VALUE 'E'.
               88  PDAS15-PROCESSED               VALUE 'P'.
           03  PDAS15-FEED             PIC X(08)   VALUE SPACES.
           03  PDAS15-PROGRAM          PIC X(08)   VALUE SPACES.
           03  PDAS15-CONTROL-RECORD   PIC X(80)   VALUE SPACES.
           03  PDAS15-HASH-AMOUNT      PIC S9(11)V99
                                                   VALUE +0 COMP-3.
           03  PDAS15-RECORDS-APPLIED  PIC S9(09)  VALUE +0 COMP-3.
           03  PDAS15-FILE-STATUS      PIC X(01)   VALUE SPACES.
               88  PDAS15-NO-HEADER-YET           VALUE ' '.
               88  PDAS15-FILE-OPEN               VALUE 'O'.
               88  PDAS15-FILE-BALANCED           VALUE 'B'.
               88  PDAS15-FILE-PROCESSED          VALUE 'P'.
               88  PDAS15-FILE-REJECTED           VALUE 'R'.
           03  PDAS15-TRAILER-SW       PIC X(01)   VALUE SPACES.
               88  PDAS15-TRAILER-SEEN            VALUE 'Y'.
           03  PDAS15-ROW-SW           PIC X(01)   VALUE SPACES.
               88  PDAS15-ROW-REGISTERED          VALUE 'Y'.
           03  PDAS15-SENDER           PIC X(08)   VALUE SPACES.
           03  PDAS15-FILE-DATE        PIC X(08)   VALUE SPACES.
           03  PDAS15-FILE-SEQ         PIC X(06)   VALUE SPACES.
           03  PDAS15-RECEIVED-DATE    PIC X(08)   VALUE SPACES.
           03  PDAS15-RECEIVED-TIME    PIC X(08)   VALUE SPACES.
           03  PDAS15-RECORD-COUNT     PIC S9(09)  VALUE +0 COMP-3.
           03  PDAS15-HASH-TOTAL       PIC S9(13)V99
                                                   VALUE +0 COMP-3.
           03  PDAS15-TRAILER-COUNT    PIC S9(09)  VALUE +0 COMP-3.
           03  PDAS15-TRAILER-HASH     PIC S9(13)V99
                                                   VALUE +0 COMP-3.
           03  PDAS15-REASON           PIC X(20)   VALUE SPACES.
           03  PDAS15-SQLCODE          PIC S9(09)  VALUE +0 COMP.

      *****************************************************************
      *    RECORD IDENTIFIER TEST -- THE FEED PROGRAM MOVES THE FIRST *
      *    FOUR BYTES OF EACH RECORD HERE TO TELL HEADER AND TRAILER  *
      *    FROM DATA, AND SKIPS BOTH WHEN APPLYING THE FILE           *
      *****************************************************************

       01  PDAS15-RECORD-ID            PIC X(04)   VALUE SPACES.
           88  PDAS15-HEADER-RECORD               VALUE 'FHDR'.
           88  PDAS15-TRAILER-RECORD              VALUE 'FTRL'.
           88  PDAS15-CONTROL-RECORD-ID           VALUE 'FHDR' 'FTRL'.
