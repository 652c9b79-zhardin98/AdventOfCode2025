      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE NIGHTLY FRAUD COUNT HISTORY -    *
      * COPY INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT.  *
      * PASS-VERIFY APPENDS ONE 80-BYTE LINE PER NIGHT WITH THE SAME  *
      * COUNTS ITS FRAUD REPORT TRAILERS CARRY: SCANS CHECKED,        *
      * INVALID PASSES, UNREADABLE SCAN LINES, HOTLIST HITS, PASSES   *
      * CAUGHT BY BOTH RULES, PASSBACK GROUPS, AND UNISSUED SCANS.    *
      * UNEDITED ZERO-PADDED NUMERICS AS ON THE DOOR HISTORY - A      *
      * SAME-DATE RERUN SIMPLY APPENDS AGAIN AND THE READER TAKES THE *
      * LAST LINE PER DATE                                            *
      ****************************************************************
       01  WS-FRAUDH-LINE.
           05 FH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 FH-SCAN-CNT                       PIC 9(7).
           05 FILLER                            PIC X(1).
           05 FH-INVALID-CNT                    PIC 9(7).
           05 FILLER                            PIC X(1).
           05 FH-BADFMT-CNT                     PIC 9(7).
           05 FILLER                            PIC X(1).
           05 FH-HOTLIST-CNT                    PIC 9(7).
           05 FILLER                            PIC X(1).
           05 FH-BOTH-CNT                       PIC 9(7).
           05 FILLER                            PIC X(1).
           05 FH-PB-GROUP-CNT                   PIC 9(7).
           05 FILLER                            PIC X(1).
           05 FH-UNISSUED-CNT                   PIC 9(7).
           05 FILLER                            PIC X(16).
