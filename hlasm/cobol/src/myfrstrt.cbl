      * REBUILT FIELD FOR FIELD. A RECORD FROM BEFORE THE MODE FIELD   *
      * EXISTED (BLANK MODE) DEFAULTS TO NORMAL AND IS CALLED OUT AS   *
      * AN ANOMALY; NON-NUMERIC RANGE FIELDS CANNOT BE REBUILT AND    *
      * ARE REPORTED INSTEAD OF GENERATED. A TRANSFER OR ALLOCATION   *
      * CHECKPOINT CANNOT BE REBUILT EITHER - THE CHECKPOINT CARRIES  *
      * NEITHER THE TARGET CATEGORY NOR THE AMOUNT - SO IT IS         *
      * REPORTED FOR THE OPERATOR TO REKEY THROUGH MYFPENT; ITS       *
      * IN-PROGRESS CHECKPOINT GUARANTEES THE ORIGINAL WAS NEVER      *
      * MARKED DONE, SO THE REKEYED RUN CANNOT DOUBLE-POST.           *
      *****************************************************************
       GENERATE-RESTART-PARM.
           IF CKPT-MODE = 'T'
               DISPLAY 'MYFRSTRT: RUN ' CKPT-RUN-ID ' IS AN '
                   'UNFINISHED TRANSFER - REKEY IT, NOT REBUILDABLE'
           ELSE
               IF CKPT-MODE = 'A'
                   ADD 1 TO WS-ANOMALY-COUNT
                   PERFORM FILL-DETAIL-FIELDS
                   MOVE 'ALLOC-REKEY' TO RST-DET-ACTION
                   WRITE RST-DETAIL-LINE
                   DISPLAY 'MYFRSTRT: RUN ' CKPT-RUN-ID ' IS AN '
                       'UNFINISHED ALLOCATION - REKEY IT, NOT '
                       'REBUILDABLE'
               ELSE
                   PERFORM GENERATE-ONE-RESTART-PARM
               END-IF
           END-IF.

       GENERATE-ONE-RESTART-PARM.
               MOVE CKPT-RANGE-TO TO PARM-RANGE-TO
               MOVE CKPT-CATEGORY-CODE TO PARM-CATEGORY-CODE
               MOVE CKPT-REVERSAL-RUN-ID TO PARM-REVERSAL-RUN-ID
               MOVE CKPT-OVERLAP-OVERRIDE TO PARM-OVERLAP-OVERRIDE
               IF PARM-MODE-PARTIAL
                   WRITE RESTARTC-RECORD FROM PARM-RECORD
                   ADD 1 TO WS-CHILD-RESTART-COUNT
