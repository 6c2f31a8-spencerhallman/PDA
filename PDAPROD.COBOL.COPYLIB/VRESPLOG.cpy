      ******************************************************************
      * ONLINE RESPONSE TIME LOG RECORD  -- VSAM KSDS                  *
      * ONE RECORD PER ONLINE TASK, WRITTEN BY PDAS14 (LINKED FROM     *
      * EVERY TERMINAL-DRIVEN CICS PROGRAM AS THE TASK ENDS) WITH THE  *
      * TASK START TIME, THE ELAPSED RESPONSE TIME IN MILLISECONDS AND *
      * WHETHER THE TASK ENDED IN THE ERROR ROUTINE.  REPORTED DAILY   *
      * BY PDAB121 AND AGED OFF BY PDAB69 (STORE RESPLOG).             *
      ******************************************************************
       01  RESP-LOG-RECORD.
           05  RESP-LOG-KEY.
               10 RESP-LOG-DATE        PIC 9(08).
               10 RESP-LOG-TIME        PIC X(08).
               10 RESP-LOG-SEQ         PIC 9(03).
           05 RESP-LOG-TRANSID         PIC X(04).
           05 RESP-LOG-PROGRAM         PIC X(08).
           05 RESP-LOG-USERID          PIC X(08).
           05 RESP-LOG-TERMID          PIC X(04).
           05 RESP-LOG-TASK-NUMBER     PIC 9(07).
           05 RESP-LOG-ELAPSED-MS      PIC 9(07).
           05 RESP-LOG-ERROR-SW        PIC X(01).
              88 RESP-LOG-ERROR                        VALUE 'Y'.
              88 RESP-LOG-NORMAL                       VALUE 'N'.
           05 FILLER                   PIC X(42)       VALUE SPACES.
