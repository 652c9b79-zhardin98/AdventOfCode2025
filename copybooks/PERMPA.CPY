      ****************************************************************
      * SHARED PARAGRAPHS TO LOAD ONE NIGHT'S AFTER-HOURS ACCESS      *
      * PERMITS AND TEST A ROTATION AGAINST THEM - COPY INTO          *
      * PROCEDURE DIVISION. MOVE THE NIGHT TO WS-PERM-NIGHT-DATE AND  *
      * PERFORM 7400 AT STARTUP; A MISSING PERMIT FILE JUST LEAVES    *
      * THE TABLE EMPTY AND NOTHING IS COVERED. TO TEST A ROTATION,   *
      * MOVE ITS DOOR TO WS-PERM-SEARCH-DOOR AND ITS HHMM TO          *
      * WS-PERM-SEARCH-TIME AND PERFORM 7410 - PERM-COVERED COMES     *
      * BACK SET WHEN AN ACTIVE PERMIT FOR THAT DOOR AND NIGHT        *
      * SPANS THE TIME                                                *
      ****************************************************************
       7400-LOAD-PERMITS.

           MOVE 0 TO WS-PERM-CNT
           OPEN INPUT PERMIT-FILE
           IF PERM-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO AFTER-HOURS PERMIT FILE - NO '
                   'AFTER-HOURS ROTATION IS COVERED'
               GO TO 7400-EXIT
           END-IF

           MOVE SPACE TO WS-PERM-EOF
           PERFORM UNTIL PERM-EOF
               READ PERMIT-FILE INTO WS-PERM-LINE
                   AT END
                       SET PERM-EOF TO TRUE
                   NOT AT END
                       IF PM-ACTIVE
                               AND PM-PERMIT-DATE
                                   EQUAL WS-PERM-NIGHT-DATE
                               AND PM-START-TIME NUMERIC
                               AND PM-END-TIME NUMERIC
                           PERFORM 7405-ADD-PERMIT THRU 7405-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERMIT-FILE
           .
       7400-EXIT.
           EXIT.

      ****************************************************************
      * ADD ONE OF THE NIGHT'S PERMITS TO THE TABLE                   *
      ****************************************************************
       7405-ADD-PERMIT.

           IF WS-PERM-CNT NOT LESS WS-PERM-MAX
               DISPLAY 'WARNING: MORE THAN ' WS-PERM-MAX
                   ' PERMITS FOR ' WS-PERM-NIGHT-DATE ' - PERMIT '
                   PM-PERMIT-ID ' NOT LOADED'
               GO TO 7405-EXIT
           END-IF

           ADD 1 TO WS-PERM-CNT
           MOVE PM-PERMIT-ID  TO WPM-PERMIT-ID(WS-PERM-CNT)
           MOVE PM-DOOR-ID    TO WPM-DOOR-ID(WS-PERM-CNT)
           MOVE PM-START-TIME TO WPM-START-TIME(WS-PERM-CNT)
           MOVE PM-END-TIME   TO WPM-END-TIME(WS-PERM-CNT)
           MOVE PM-HOLDER     TO WPM-HOLDER(WS-PERM-CNT)
           .
       7405-EXIT.
           EXIT.

      ****************************************************************
      * FIND A PERMIT FOR WS-PERM-SEARCH-DOOR WHOSE WINDOW SPANS     *
      * WS-PERM-SEARCH-TIME. THE WINDOW IS START-INCLUSIVE AND       *
      * END-EXCLUSIVE, AS THE DOOR MASTER'S OPEN/CLOSE WINDOW IS     *
      ****************************************************************
       7410-FIND-PERMIT.

           SET PERM-NOT-COVERED TO TRUE
           MOVE 1 TO WS-PERM-SUB
           PERFORM UNTIL WS-PERM-SUB GREATER WS-PERM-CNT
                   OR PERM-COVERED
               IF WPM-DOOR-ID(WS-PERM-SUB) EQUAL WS-PERM-SEARCH-DOOR
                   EVALUATE TRUE
                       WHEN WPM-START-TIME(WS-PERM-SUB)
                               EQUAL WPM-END-TIME(WS-PERM-SUB)
                           SET PERM-COVERED TO TRUE
                       WHEN WPM-START-TIME(WS-PERM-SUB)
                               LESS WPM-END-TIME(WS-PERM-SUB)
                           IF WS-PERM-SEARCH-TIME
                                   NOT LESS WPM-START-TIME(WS-PERM-SUB)
                                   AND WS-PERM-SEARCH-TIME
                                   LESS WPM-END-TIME(WS-PERM-SUB)
                               SET PERM-COVERED TO TRUE
                           END-IF
                       WHEN OTHER
                           IF WS-PERM-SEARCH-TIME
                                   NOT LESS WPM-START-TIME(WS-PERM-SUB)
                                   OR WS-PERM-SEARCH-TIME
                                   LESS WPM-END-TIME(WS-PERM-SUB)
                               SET PERM-COVERED TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
               IF PERM-NOT-COVERED
                   ADD 1 TO WS-PERM-SUB
               END-IF
           END-PERFORM
           .
       7410-EXIT.
           EXIT.
