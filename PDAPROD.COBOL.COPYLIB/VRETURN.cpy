              88 RETURN-TO-VENDOR                      VALUE 'V'.
              88 RETURN-UNDISPOSED                     VALUE ' '.
           05 RETURN-DISPOSITION-DATE  PIC 9(08)       VALUE ZEROES.
      ******************************************************************
      * 'Y' WHEN THE RETURNED LINE IS RECALLED GOODS (VRCLLINE) -- THE *
      * QUANTITY IS CREDITED TO THE RECALL AND IS NEVER RESTOCKED.     *
      ******************************************************************
           05 RETURN-RECALL-SW         PIC X(01)       VALUE 'N'.
              88 RETURN-RECALLED                       VALUE 'Y'.
           05 FILLER                   PIC X(02)       VALUE SPACES.
