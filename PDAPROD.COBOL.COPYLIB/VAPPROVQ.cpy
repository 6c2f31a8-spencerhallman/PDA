      * THE DECISION IS STAMPED ON THE ORDER EVENT JOURNAL (PDAS09).  *
      * THE RECORD WITH ORDER NUMBER ZERO IS THE CONTROL RECORD FOR   *
      * A PREFIX -- ITS AMOUNT FIELD IS THE OPERATOR-SET APPROVAL     *
      * THRESHOLD (ZERO OR ABSENT = NO APPROVAL GATE).  AN ORDER      *
      * CANCELLED WHILE STILL QUEUED (PDA010/PDA110) IS CLOSED OUT AS *
      * CANCELLED (X) SO IT DROPS OFF THE SUPERVISOR QUEUE.           *
      ******************************************************************
       01  APPROVAL-RECORD.
           05  APPROVAL-KEY.
              88 APPROVAL-PENDING                      VALUE 'P'.
              88 APPROVAL-RELEASED                     VALUE 'R'.
              88 APPROVAL-REJECTED                     VALUE 'J'.
              88 APPROVAL-CANCELLED                    VALUE 'X'.
           05 APPROVAL-DECIDED-BY      PIC X(08)       VALUE SPACES.
           05 APPROVAL-DECIDED-DATE    PIC 9(08)       VALUE ZEROES.
           05 APPROVAL-REASON          PIC X(30)       VALUE SPACES.
