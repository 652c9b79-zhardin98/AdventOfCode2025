                   MOVE 999 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-ESCAL-WINDOW
               WHEN 'PASSBACK-MINUTES'
                   MOVE 999 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-PASSBACK-MIN
               WHEN 'LANE-TRAVEL-MINUTES'
                   MOVE 999 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-LANE-TRAVEL-MIN
               WHEN 'OVERLAP-ACTION'
                   MOVE 1 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-OVERLAP-ACTION
               WHEN 'RIG-DRIFT-PCT'
                   MOVE 999 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-RIG-DRIFT-PCT
               WHEN 'RIG-TREND-NIGHTS'
                   MOVE 999 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-RIG-TREND-NIGHTS
               WHEN 'NOTIFY-MAX-EVENTS'
                   MOVE 999 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-NOTIFY-MAX-EVENTS
               WHEN 'PERMIT-KEEP-DAYS'
                   MOVE 999 TO WS-PARM-CEILING
                   PERFORM 7020-CLAMP-VALUE THRU 7020-EXIT
                   MOVE WS-PARM-VALUE-N TO WS-PARM-PERMIT-KEEP-DAYS
               WHEN OTHER
                   DISPLAY 'WARNING: UNKNOWN PARAMETER KEYWORD '
                       'IGNORED: ' WS-PARM-KEYWORD
           DISPLAY '  ESCAL-CONSEC      = ' WS-PARM-ESCAL-CONSEC
           DISPLAY '  ESCAL-TOTAL       = ' WS-PARM-ESCAL-TOTAL
           DISPLAY '  ESCAL-WINDOW      = ' WS-PARM-ESCAL-WINDOW
           DISPLAY '  PASSBACK-MINUTES  = ' WS-PARM-PASSBACK-MIN
           DISPLAY '  LANE-TRAVEL-MINUTES = ' WS-PARM-LANE-TRAVEL-MIN
           DISPLAY '  OVERLAP-ACTION    = ' WS-PARM-OVERLAP-ACTION
           DISPLAY '  RIG-DRIFT-PCT     = ' WS-PARM-RIG-DRIFT-PCT
           DISPLAY '  RIG-TREND-NIGHTS  = ' WS-PARM-RIG-TREND-NIGHTS
           DISPLAY '  NOTIFY-MAX-EVENTS = ' WS-PARM-NOTIFY-MAX-EVENTS
           DISPLAY '  PERMIT-KEEP-DAYS  = ' WS-PARM-PERMIT-KEEP-DAYS
           .
       7100-EXIT.
           EXIT.
