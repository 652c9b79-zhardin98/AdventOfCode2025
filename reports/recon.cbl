           IF WR-ON-SUMMARY(WS-DOOR-SUB) EQUAL 'N'
      *        THE DOOR MOVED ON THE AUDIT TRAIL BUT NEVER GOT A
      *        SUMMARY LINE AT ALL
               INITIALIZE WS-MISMATCH-LINE
               MOVE WR-DOOR-ID(WS-DOOR-SUB) TO WM-DOOR-ID
               MOVE 'NO DOOR SUMMARY LINE' TO WM-REASON
               MOVE WR-AUD-ROT(WS-DOOR-SUB) TO WM-AUD-VALUE

           IF WR-AUD-ROT(WS-DOOR-SUB)
                   NOT EQUAL WR-SUM-ROT(WS-DOOR-SUB)
               INITIALIZE WS-MISMATCH-LINE
               MOVE WR-DOOR-ID(WS-DOOR-SUB) TO WM-DOOR-ID
               MOVE 'ROTATION COUNT DISAGREES' TO WM-REASON
               MOVE WR-AUD-ROT(WS-DOOR-SUB) TO WM-AUD-VALUE

           IF WR-AUD-ZERO(WS-DOOR-SUB)
                   NOT EQUAL WR-SUM-ZERO(WS-DOOR-SUB)
               INITIALIZE WS-MISMATCH-LINE
               MOVE WR-DOOR-ID(WS-DOOR-SUB) TO WM-DOOR-ID
               MOVE 'ZERO COUNT DISAGREES' TO WM-REASON
               MOVE WR-AUD-ZERO(WS-DOOR-SUB) TO WM-AUD-VALUE
