       01  WS-PARM-ESCAL-CONSEC                 PIC 9(3)   VALUE 3.
       01  WS-PARM-ESCAL-TOTAL                  PIC 9(3)   VALUE 5.
       01  WS-PARM-ESCAL-WINDOW                 PIC 9(3)   VALUE 14.

      *    TUNABLE TURNSTILE PASSBACK WINDOWS (MINUTES) USED BY
      *    PASS-VERIFY - A PASS SCANNED AGAIN INSIDE PASSBACK-MINUTES
      *    IS A SHARED PASS, AND ONE SEEN ON TWO DIFFERENT LANES
      *    INSIDE LANE-TRAVEL-MINUTES COULD NOT HAVE WALKED BETWEEN
      *    THEM AND IS A PROBABLE CLONE
       01  WS-PARM-PASSBACK-MIN                 PIC 9(3)   VALUE 30.
       01  WS-PARM-LANE-TRAVEL-MIN              PIC 9(3)   VALUE 2.

      *    WHAT GIFT-SHOP2 DOES WHEN TWO KIOSK ID RANGES OVERLAP (OR
      *    ONE KIOSK RESENDS A RANGE) - 0 LISTS THE OVERLAP AS A
      *    WARNING AND RUNS ON, COUNTING EACH SHARED ID ONCE; 1 LISTS
      *    IT AND FAILS THE STEP THE WAY A TRAILER FAILURE DOES
       01  WS-PARM-OVERLAP-ACTION               PIC 9(1)   VALUE 0.

      *    TUNABLE RIG DEGRADATION THRESHOLDS USED BY THE RIG TREND
      *    REPORT - A RIG'S LATEST NIGHT IS COMPARED WITH ITS OWN
      *    AVERAGE OVER THE RIG-TREND-NIGHTS NIGHTS BEFORE IT, AND IS
      *    FLAGGED WHEN ITS AVERAGE JOLTAGE FALLS, OR ITS BAD-LINE
      *    RATE RISES, BY MORE THAN RIG-DRIFT-PCT PERCENT
       01  WS-PARM-RIG-DRIFT-PCT                PIC 9(3)   VALUE 10.
       01  WS-PARM-RIG-TREND-NIGHTS             PIC 9(3)   VALUE 14.

      *    MOST MESSAGES OPS-NOTIFY SENDS FOR ANY ONE EVENT TYPE AND
      *    SEVERITY IN A NIGHT - PAST THIS, ONE SUMMARY MESSAGE
      *    COUNTS THE REST AND POINTS AT THE REPORT THAT LISTS THEM
       01  WS-PARM-NOTIFY-MAX-EVENTS            PIC 9(3)   VALUE 20.

      *    HOW MANY NIGHTS PERMIT-MAINT KEEPS AN AFTER-HOURS PERMIT
      *    PAST ITS OWN NIGHT BEFORE EXPIRING IT - LONG ENOUGH THAT
      *    A RERUN OR CATCH-UP OF A RECENT NIGHT STILL SEES THE
      *    PERMITS THAT WERE IN FORCE ON IT
       01  WS-PARM-PERMIT-KEEP-DAYS             PIC 9(3)   VALUE 31.
