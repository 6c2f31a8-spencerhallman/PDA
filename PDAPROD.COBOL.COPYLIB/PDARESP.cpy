      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  PRESP-LOG-RESPONSE                             *
      *                                                               *
      *    FUNCTION :  COMMON RESPONSE TIME CAPTURE, PERFORMED AS     *
      *                THE TASK ENDS (BEFORE THE RETURN, XCTL OR      *
      *                FINAL MESSAGE, AND FROM THE ERROR ROUTINE).    *
      *                LINKS PDAS14 WITH THE PROGRAM, USERID, TASK    *
      *                START ABSTIME AND ERROR FLAG.  A TASK IS       *
      *                LOGGED ONCE, AND ONLY WHEN THE START TIME WAS  *
      *                TAKEN.  PDAS14 NEVER FAILS THE CALLER          *
      *                                                               *
      *    CALLED BY:  P00200, P80300, P80400, P99500                 *
      *                                                               *
      *****************************************************************

       PRESP-LOG-RESPONSE.

           IF WRT-RESPONSE-LOGGED
              OR WMF-ABSTIME NOT > ZEROES
               GO TO PRESP-EXIT
           END-IF.

           MOVE 'Y' TO WRT-LOGGED-SW.

           EXEC CICS
               ASSIGN
                   PROGRAM(WRT-PROGRAM)
                   NOHANDLE
           END-EXEC.

           MOVE PC-USERID-ID TO WRT-USERID.
           MOVE WMF-ABSTIME TO WRT-START-ABS.

           EXEC CICS
               LINK
                   PROGRAM('PDAS14')
                   COMMAREA(PDAS14-COMMAREA)
                   LENGTH(25)
                   NOHANDLE
           END-EXEC.

       PRESP-EXIT.
           EXIT.
