      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE PER-RIG NIGHTLY HISTORY FILE -   *
      * COPY INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT.  *
      * GIFT-SHOP3 APPENDS ONE 80-BYTE LINE PER RIG PER NIGHT FROM    *
      * ITS RIG CONTROL BREAK: THE LINES RECEIVED, THE LINES WITH NO  *
      * USABLE JOLT DIGIT, THE BEST-JOLTAGE SUM, AND THE AVERAGE      *
      * BEST JOLTAGE OF THE GOOD LINES. UNEDITED ZERO-PADDED NUMERICS *
      * AS ON THE DOOR HISTORY - A SAME-DATE RERUN SIMPLY APPENDS     *
      * AGAIN AND THE READER TAKES THE LAST LINE PER RIG AND DATE     *
      ****************************************************************
       01  WS-RIGH-LINE.
           05 RH-RIG-ID                         PIC X(8).
           05 FILLER                            PIC X(1).
           05 RH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 RH-LINE-CNT                       PIC 9(7).
           05 FILLER                            PIC X(1).
           05 RH-BAD-CNT                        PIC 9(7).
           05 FILLER                            PIC X(1).
           05 RH-JOLT-SUM                       PIC 9(18).
           05 FILLER                            PIC X(1).
           05 RH-JOLT-AVG                       PIC 9(12).
           05 FILLER                            PIC X(15).
