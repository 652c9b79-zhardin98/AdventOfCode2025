      * BALANCING FILE - COPY INTO PROCEDURE DIVISION. CALLER MUST   *
      * MOVE ITS OWN PROGRAM NAME TO WS-CTL-PROGRAM-NAME AND SET     *
      * WS-RUN-DATE, WS-CTL-RECS-READ, AND WS-CTL-RECS-PROCESSED     *
      * BEFORE PERFORMING 8000 (PLUS WS-CTL-FLAG-LABEL AND           *
      * WS-CTL-RECS-FLAGGED WHEN IT COUNTS A CLASS OF ITS OWN). A    *
      * LINE ALREADY ON THE FILE FOR THE SAME PROGRAM AND RUN DATE   *
      * IS SUPERSEDED IN PLACE - CARRYING A RERUN INDICATOR AND      *
      * COUNT - INSTEAD OF DUPLICATED, SO A RERUN AFTER A FAILURE    *
      * CAN NEVER DOUBLE-COUNT DOWNSTREAM                             *
      ****************************************************************
       8000-WRITE-CONTROL-TOTAL.

           MOVE WS-CTL-RECS-PROCESSED TO CTL-RECS-PROCESSED
           MOVE SPACE                 TO CTL-RERUN-IND
           MOVE 0                     TO CTL-RERUN-CNT
           IF WS-CTL-FLAG-LABEL NOT EQUAL SPACES
               MOVE WS-CTL-FLAG-LABEL     TO CTL-FLAG-LABEL
               MOVE WS-CTL-RECS-FLAGGED   TO CTL-RECS-FLAGGED
           END-IF

           MOVE 0 TO WS-CTL-TBL-CNT
           SET CTL-NOT-MATCHED TO TRUE
