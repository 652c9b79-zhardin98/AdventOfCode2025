      ****************************************************************
      * SHARED TABLE OF EVERY RUNTIME PARAMETER KEYWORD AND ITS       *
      * LEGAL RANGE - COPY INTO WORKING-STORAGE SECTION. PARM-EDIT    *
      * REJECTS ANY CARD WHOSE KEYWORD IS NOT HERE OR WHOSE VALUE     *
      * FALLS OUTSIDE ITS RANGE. THE MAXIMUMS ARE THE LARGEST VALUE   *
      * THE PROGRAMS CAN ACTUALLY USE, NOT MERELY WHAT FITS THE       *
      * PARMWS FIELD, SO A CARD THE PROGRAM WOULD QUIETLY CLAMP IS    *
      * CAUGHT UP FRONT. A KEYWORD ADDED TO PARMWS AND PARMPA MUST    *
      * BE ADDED HERE TOO, AND WS-PARMKW-CNT, THIS TABLE'S OCCURS,    *
      * AND PARM-EDIT'S PARALLEL WS-KW-STATE OCCURS RAISED TO MATCH   *
      ****************************************************************
       01  WS-PARMKW-TBL.
           05 FILLER                            PIC X(20)  VALUE
               'CKPT-INTERVAL'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 99999.
           05 FILLER                            PIC X(20)  VALUE
               'MAX-DOORS'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 5000.
           05 FILLER                            PIC X(20)  VALUE
               'MAX-RANGES'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 500.
           05 FILLER                            PIC X(20)  VALUE
               'MAX-JOLT-LEN'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 9999.
           05 FILLER                            PIC X(20)  VALUE
               'JOLT-DIGITS'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 12.
           05 FILLER                            PIC X(20)  VALUE
               'ZERO-METHOD'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC X(20)  VALUE
               'ALERT-ZERO-THRESH'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 99999.
           05 FILLER                            PIC X(20)  VALUE
               'ALERT-SHARE-PCT'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 100.
           05 FILLER                            PIC X(20)  VALUE
               'ALERT-RUN-LEN'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 99999.
           05 FILLER                            PIC X(20)  VALUE
               'EXCEPT-TOLERANCE'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE
               9999999.
           05 FILLER                            PIC X(20)  VALUE
               'EXCEPT-THRESHOLD'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE
               9999999.
           05 FILLER                            PIC X(20)  VALUE
               'TREND-TOL-PCT'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'RETAIN-DAYS'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 99999.
           05 FILLER                            PIC X(20)  VALUE
               'DORMANT-NIGHTS'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'RIG-SHORT-PCT'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 100.
           05 FILLER                            PIC X(20)  VALUE
               'ESCAL-CONSEC'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'ESCAL-TOTAL'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'ESCAL-WINDOW'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'PASSBACK-MINUTES'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'LANE-TRAVEL-MINUTES'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'OVERLAP-ACTION'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC X(20)  VALUE
               'RIG-DRIFT-PCT'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'RIG-TREND-NIGHTS'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 60.
           05 FILLER                            PIC X(20)  VALUE
               'NOTIFY-MAX-EVENTS'.
           05 FILLER                            PIC 9(9)   VALUE 1.
           05 FILLER                            PIC 9(9)   VALUE 999.
           05 FILLER                            PIC X(20)  VALUE
               'PERMIT-KEEP-DAYS'.
           05 FILLER                            PIC 9(9)   VALUE 0.
           05 FILLER                            PIC 9(9)   VALUE 365.
       01  WS-PARMKW-TBL-R REDEFINES WS-PARMKW-TBL.
           05 WS-PARMKW-ENTRY OCCURS 25 TIMES.
               10 PK-KEYWORD                    PIC X(20).
               10 PK-MIN                        PIC 9(9).
               10 PK-MAX                        PIC 9(9).
       01  WS-PARMKW-CNT                        PIC 9(2)   VALUE 25.
