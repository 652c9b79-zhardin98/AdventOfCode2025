      ****************************************************************
      * SHARED WORKING-STORAGE FOR LOOKING UP ONE NIGHT'S AFTER-HOURS *
      * ACCESS PERMITS - COPY INTO WORKING-STORAGE SECTION ALONG WITH *
      * PERMREC. ONLY THE PERMITS IN FORCE ON THE NIGHT BEING JUDGED  *
      * ARE LOADED, SO THE TABLE STAYS SMALL                          *
      ****************************************************************
       01  WS-PERM-FILE-STATUS                  PIC X(2).
           88 PERM-FILE-NOT-FOUND                          VALUE '35'.
       01  WS-PERM-EOF                          PIC X(1).
           88 PERM-EOF                                     VALUE 'Y'.

      *    THE NIGHT'S PERMITS IN FILE (PERMIT-ID) ORDER
       01  WS-PERM-CNT                          PIC 9(4)   VALUE 0.
       01  WS-PERM-TBL.
           05 WS-PERM-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-PERM-CNT.
               10 WPM-PERMIT-ID                 PIC X(6).
               10 WPM-DOOR-ID                   PIC X(3).
               10 WPM-START-TIME                PIC 9(4).
               10 WPM-END-TIME                  PIC 9(4).
               10 WPM-HOLDER                    PIC X(20).
       01  WS-PERM-MAX                          PIC 9(4)   VALUE 1000.
       01  WS-PERM-SUB                          PIC 9(4)   VALUE 0.
      *    SET BY THE CALLER BEFORE PERFORMING 7400-LOAD-PERMITS
       01  WS-PERM-NIGHT-DATE                   PIC X(8)   VALUE SPACES.
      *    SET BY THE CALLER BEFORE PERFORMING 7410-FIND-PERMIT
       01  WS-PERM-SEARCH-DOOR                  PIC X(3).
       01  WS-PERM-SEARCH-TIME                  PIC 9(4).
      *    WHAT THE LOOKUP FOUND - ON A HIT WS-PERM-SUB IS THE
      *    COVERING PERMIT'S ENTRY
       01  WS-PERM-COVERED                      PIC X(1).
           88 PERM-COVERED                                 VALUE 'Y'.
           88 PERM-NOT-COVERED                             VALUE 'N'.
