           SELECT RIGMST-FILE ASSIGN TO 'RIGMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIGMST-STATUS.
      *    PER-RIG NIGHTLY HISTORY READ BY THE RIG TREND REPORT
           SELECT RIGHIST-FILE ASSIGN TO 'RIGHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIGHIST-STATUS.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    DAY-RESULTS INTERFACE FILE READ BY MASTER-CONTROL
           DATA RECORD IS RIGMST-RECORD.
       01  RIGMST-RECORD                        PIC X(80).

       FD  RIGHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RIGHIST-RECORD.
       01  RIGHIST-RECORD                       PIC X(80).

       COPY PARMFD.

       COPY RSLTFD.

       COPY RIGMREC.

      *    EACH RIG'S SUBTOTALS KEPT FROM ITS CONTROL BREAK UNTIL THE
      *    RUN IS KNOWN GOOD, THEN APPENDED TO THE RIG HISTORY - A
      *    TRANSMISSION THAT FAILS ITS TRAILER LEAVES NO HISTORY. A
      *    RIG WHOSE HEADER COMES ROUND AGAIN ADDS TO ITS FIRST ENTRY
       01  WS-RIGT-CNT                          PIC 9(3)   VALUE 0.
       01  WS-RIGT-TBL.
           05 WS-RIGT-ENTRY OCCURS 500 TIMES.
               10 WG-RIG-ID                     PIC X(8).
               10 WG-LINE-CNT                   PIC 9(7).
               10 WG-BAD-CNT                    PIC 9(7).
               10 WG-JOLT-SUM                   PIC 9(18).
       01  WS-MAX-RIGT                          PIC 9(3)   VALUE 500.
       01  WS-RIGT-SUB                          PIC 9(3)   VALUE 0.
       01  WS-RIGT-FOUND                        PIC X(1).
           88 RIGT-FOUND                                   VALUE 'Y'.
           88 RIGT-NOT-FOUND                               VALUE 'N'.
       01  WS-RIGHIST-STATUS                    PIC X(2).
           88 RIGHIST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-RIGH-GOOD-CNT                     PIC 9(7)   VALUE 0.

           COPY RIGHREC.

       01  WS-COMPL-HDR                         PIC X(80)  VALUE
           'RIG FEED COMPLETENESS - ACTIVE RIGS SHORT OR SILENT'.
       01  WS-COMPL-NONE-LINE                   PIC X(80)  VALUE
      *    GRAND TOTAL
           PERFORM 2150-WRITE-RIG-TOTALS THRU 2150-EXIT
           PERFORM 2500-WRITE-COMPLETENESS THRU 2500-EXIT
           PERFORM 2600-WRITE-RIG-HISTORY THRU 2600-EXIT
           PERFORM 9000-CLOSE-FILE     THRU 9000-EXIT
           DISPLAY 'SUM: ' OUT-SUM
           MOVE 'GIFT-SHOP3' TO WS-CTL-PROGRAM-NAME
           MOVE WS-RIG-BAD-CNT  TO WT-BAD-CNT
           MOVE WS-RIG-JOLT-SUM TO WT-JOLT-SUM
           WRITE DETAIL-RECORD FROM WS-RIG-SUB-LINE
           PERFORM 2160-KEEP-RIG-TOTALS THRU 2160-EXIT

           MOVE 0 TO WS-RIG-LINE-CNT
                     WS-RIG-BAD-CNT
       2150-EXIT.
           EXIT.

      ****************************************************************
      * KEEP THE CLOSING GROUP'S SUBTOTALS FOR TONIGHT'S RIG HISTORY *
      * LINE, UNDER THE RIG ID THE GROUP TOTALLED UNDER               *
      ****************************************************************
       2160-KEEP-RIG-TOTALS.

           SET RIGT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-RIGT-SUB
           PERFORM UNTIL WS-RIGT-SUB GREATER WS-RIGT-CNT
                   OR RIGT-FOUND
               IF WG-RIG-ID(WS-RIGT-SUB) EQUAL WS-RIG-ID
                   SET RIGT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RIGT-SUB
               END-IF
           END-PERFORM

           IF RIGT-NOT-FOUND
               IF WS-RIGT-CNT NOT LESS WS-MAX-RIGT
                   DISPLAY 'WARNING: MORE THAN ' WS-MAX-RIGT
                       ' RIG GROUPS - RIG ' WS-RIG-ID
                       ' LEFT OFF THE RIG HISTORY'
                   GO TO 2160-EXIT
               END-IF
               ADD 1 TO WS-RIGT-CNT
               MOVE WS-RIGT-CNT TO WS-RIGT-SUB
               MOVE WS-RIG-ID TO WG-RIG-ID(WS-RIGT-SUB)
               MOVE 0 TO WG-LINE-CNT(WS-RIGT-SUB)
                         WG-BAD-CNT(WS-RIGT-SUB)
                         WG-JOLT-SUM(WS-RIGT-SUB)
           END-IF

           ADD WS-RIG-LINE-CNT TO WG-LINE-CNT(WS-RIGT-SUB)
           ADD WS-RIG-BAD-CNT  TO WG-BAD-CNT(WS-RIGT-SUB)
           ADD WS-RIG-JOLT-SUM TO WG-JOLT-SUM(WS-RIGT-SUB)
           .
       2160-EXIT.
           EXIT.

      ****************************************************************
      * END-OF-RUN FEED COMPLETENESS - EVERY ACTIVE MASTER RIG THAT  *
      * SENT NOTHING AT ALL, OR MATERIALLY FEWER LINES THAN ITS      *
       2520-EXIT.
           EXIT.

      ****************************************************************
      * APPEND ONE RIG HISTORY LINE PER RIG FOR TONIGHT - LINES,     *
      * BAD LINES, BEST-JOLTAGE SUM, AND THE AVERAGE OVER THE GOOD   *
      * LINES ONLY, SO ONE FAULTY LINE RAISES THE BAD COUNT WITHOUT  *
      * ALSO DRAGGING THE AVERAGE DOWN - FOR THE RIG TREND REPORT TO *
      * SEE A RIG DEGRADING OVER THE WEEKS                            *
      ****************************************************************
       2600-WRITE-RIG-HISTORY.

           COPY OPENFILE REPLACING OPEN-MODE BY EXTEND
               OPEN-FILE-NAME BY RIGHIST-FILE.
           IF RIGHIST-FILE-NOT-FOUND
               COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
                   OPEN-FILE-NAME BY RIGHIST-FILE.
           END-IF

           MOVE 1 TO WS-RIGT-SUB
           PERFORM UNTIL WS-RIGT-SUB GREATER WS-RIGT-CNT
               MOVE SPACES                   TO WS-RIGH-LINE
               MOVE WG-RIG-ID(WS-RIGT-SUB)   TO RH-RIG-ID
               MOVE WS-RUN-DATE              TO RH-RUN-DATE
               MOVE WG-LINE-CNT(WS-RIGT-SUB) TO RH-LINE-CNT
               MOVE WG-BAD-CNT(WS-RIGT-SUB)  TO RH-BAD-CNT
               MOVE WG-JOLT-SUM(WS-RIGT-SUB) TO RH-JOLT-SUM
               COMPUTE WS-RIGH-GOOD-CNT = WG-LINE-CNT(WS-RIGT-SUB)
                   - WG-BAD-CNT(WS-RIGT-SUB)
               IF WS-RIGH-GOOD-CNT GREATER 0
                   COMPUTE RH-JOLT-AVG = WG-JOLT-SUM(WS-RIGT-SUB)
                       / WS-RIGH-GOOD-CNT
               ELSE
                   MOVE 0 TO RH-JOLT-AVG
               END-IF
               WRITE RIGHIST-RECORD FROM WS-RIGH-LINE
               ADD 1 TO WS-RIGT-SUB
           END-PERFORM

           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY RIGHIST-FILE.
           .
       2600-EXIT.
           EXIT.

      ****************************************************************
      * BALANCE WHAT ARRIVED AGAINST THE SENDER'S TRAILER. A MISSING *
      * TRAILER OR A RECORD-COUNT MISMATCH MEANS THE TRANSMISSION    *
