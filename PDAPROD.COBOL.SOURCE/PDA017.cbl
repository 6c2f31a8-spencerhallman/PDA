      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  10/15/26   R. MCALLEN            DL/I SEGLENGTH FOR ORDER    *
      *                                   AND ORDITEM RAISED TO 176   *
      *                                   AND 151 FOR THE ENLARGED    *
      *                                   SEGMENTS                    *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *  09/23/03   PAUL BARON            MIGRATE TO MQSERIES V5.3.1, *
                    PCB         (1)
                    SEGMENT     (ORDER)
                    INTO        (ORDER-SEGMENT)
                    SEGLENGTH   (176)
                    WHERE       (ORDKEY>=WMF-ORDER-KEY)
                    FIELDLENGTH (15)
           END-EXEC.
                    PCB         (1)
                    SEGMENT     (ORDER)
                    INTO        (ORDER-SEGMENT)
                    SEGLENGTH   (176)
                    WHERE       (ORDKEY>=WMF-ORDER-KEY)
                    FIELDLENGTH (15)
           END-EXEC.
