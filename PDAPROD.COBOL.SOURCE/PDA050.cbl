                   PCB(1)
                   SEGMENT(ORDER)
                   INTO(ORDER-SEGMENT)
                   SEGLENGTH(176)
                   WHERE(ORDKEY=ORDER-KEY)
                   FIELDLENGTH(15)
           END-EXEC.
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
                   PCB(1)
                   SEGMENT(ORDER)
                   FROM(ORDER-SEGMENT)
                   SEGLENGTH(176)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
                   PCB(1)
                   SEGMENT(ORDITEM)
                   FROM(ORDER-ITEM-SEGMENT)
                   SEGLENGTH(151)
           END-EXEC.

           IF DIBSTAT NOT = SPACES
