      *    PROCESSING CALENDAR - FLAGS A SUITE RUN ON A DATE THE
      *    SCHEDULE SAYS SHOULD HAVE BEEN QUIET
           COPY CALSL.
      *    DATED PARAMETER HISTORY FROM PARM-EDIT - SHOWS WHICH
      *    SETTINGS CHANGED SINCE THE NIGHT BEFORE
           SELECT PARMHIST-FILE ASSIGN TO 'PARMHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY CALFD.

       FD  PARMHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARMHIST-RECORD.
       01  PARMHIST-RECORD                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
           05 FILLER                            PIC X(21)  VALUE SPACES.
       01  WS-RUN-DATE-N                        PIC 9(8)   VALUE 0.

      *    PARAMETER CHANGE STATE - EACH KEYWORD'S VALUE TONIGHT AND
      *    ON THE LATEST EARLIER NIGHT ON THE PARAMETER HISTORY. THE
      *    LAST LINE FOR A KEYWORD AND DATE WINS, SO A RERUN OF
      *    PARM-EDIT SUPERSEDES
       01  WS-PARMHIST-STATUS                   PIC X(2).
           88 PARMHIST-FILE-NOT-FOUND                      VALUE '35'.
       01  WS-PH-PRIOR-DATE                     PIC X(8).
       01  WS-PH-NIGHT-FOUND                    PIC X(1).
           88 PH-NIGHT-FOUND                               VALUE 'Y'.
       01  WS-PCHG-CNT                          PIC 9(2)   VALUE 0.
       01  WS-MAX-PCHG                          PIC 9(2)   VALUE 50.
       01  WS-PCHG-SUB                          PIC 9(2)   VALUE 0.
       01  WS-PCHG-LISTED                       PIC 9(2)   VALUE 0.
       01  WS-PCHG-TBL.
           05 WS-PCHG-ENTRY OCCURS 50 TIMES.
               10 WP-KEYWORD                    PIC X(20).
               10 WP-PRIOR-SEEN                 PIC X(1).
               10 WP-PRIOR-VALUE                PIC 9(9).
               10 WP-NIGHT-SEEN                 PIC X(1).
               10 WP-NIGHT-VALUE                PIC 9(9).
               10 WP-NIGHT-SOURCE               PIC X(7).

           COPY PARMHREC.

       01  WS-PCHG-HEAD-LINE.
           05 FILLER                            PIC X(24)  VALUE
               'PARAMETER CHANGES SINCE '.
           05 WG-PRIOR-DATE                     PIC X(8).
           05 FILLER                            PIC X(48)  VALUE SPACES.

       01  WS-PCHG-LINE.
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WG-KEYWORD                        PIC X(20).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WG-PRIOR-VALUE                    PIC Z(8)9.
           05 WG-PRIOR-VALUE-X REDEFINES WG-PRIOR-VALUE
                                                PIC X(9).
           05 FILLER                            PIC X(4)   VALUE
               ' TO '.
           05 WG-NIGHT-VALUE                    PIC Z(8)9.
           05 WG-NIGHT-VALUE-X REDEFINES WG-NIGHT-VALUE
                                                PIC X(9).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WG-NIGHT-SOURCE                   PIC X(9).
           05 FILLER                            PIC X(24)  VALUE SPACES.

       01  WS-PCHG-NONE-LINE.
           05 FILLER                            PIC X(27)  VALUE
               'NO PARAMETER CHANGES SINCE '.
           05 WG-NONE-DATE                      PIC X(8).
           05 FILLER                            PIC X(45)  VALUE SPACES.
       01  WS-PCHG-NO-NIGHT-LINE                PIC X(80)  VALUE
           'PARAMETER CHANGES: NONE RECORDED FOR THIS RUN DATE'.
       01  WS-PCHG-NO-PRIOR-LINE                PIC X(80)  VALUE
           'PARAMETER CHANGES: NO EARLIER NIGHT ON THE HISTORY'.
       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       COPY PARMWS.

       COPY RSLTWS.
           PERFORM 1000-OPEN-FILE      THRU 1000-EXIT
           PERFORM 2000-LOAD-DAY-RESULTS THRU 2000-EXIT
           PERFORM 2500-WRITE-REPORT   THRU 2500-EXIT
           PERFORM 2550-WRITE-PARM-CHANGES THRU 2550-EXIT
           PERFORM 2700-GRADE-THE-NIGHT THRU 2700-EXIT
      *    A NIGHT WHERE A SUBPROGRAM FAILED MUST NOT PUT ITS HALF-
      *    BUILT RESULTS INTO THE TREND HISTORY
       2500-EXIT.
           EXIT.

      ****************************************************************
      * LIST EVERY PARAMETER WHOSE VALUE TONIGHT DIFFERS FROM THE    *
      * LATEST EARLIER NIGHT ON THE PARAMETER HISTORY, FROM WHAT TO  *
      * WHAT. A KEYWORD ON ONLY ONE OF THE TWO NIGHTS SHOWS NONE ON  *
      * THE OTHER SIDE                                                *
      ****************************************************************
       2550-WRITE-PARM-CHANGES.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PH-PRIOR-DATE
           MOVE 'N'    TO WS-PH-NIGHT-FOUND

      *    FIRST PASS - IS TONIGHT RECORDED, AND WHICH IS THE LATEST
      *    EARLIER NIGHT
           OPEN INPUT PARMHIST-FILE
           IF PARMHIST-FILE-NOT-FOUND
               WRITE REPORT-RECORD FROM WS-PCHG-NO-NIGHT-LINE
               GO TO 2550-EXIT
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ PARMHIST-FILE INTO WS-PARMH-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF PH-RUN-DATE EQUAL WS-RUN-DATE
                           SET PH-NIGHT-FOUND TO TRUE
                       END-IF
                       IF PH-RUN-DATE LESS WS-RUN-DATE
                               AND PH-RUN-DATE NUMERIC
                               AND (WS-PH-PRIOR-DATE EQUAL SPACES
                               OR PH-RUN-DATE GREATER WS-PH-PRIOR-DATE)
                           MOVE PH-RUN-DATE TO WS-PH-PRIOR-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARMHIST-FILE

           IF NOT PH-NIGHT-FOUND
               WRITE REPORT-RECORD FROM WS-PCHG-NO-NIGHT-LINE
               GO TO 2550-EXIT
           END-IF
           IF WS-PH-PRIOR-DATE EQUAL SPACES
               WRITE REPORT-RECORD FROM WS-PCHG-NO-PRIOR-LINE
               GO TO 2550-EXIT
           END-IF

      *    SECOND PASS - EACH KEYWORD'S VALUE ON THE TWO NIGHTS
           MOVE 0 TO WS-PCHG-CNT
           OPEN INPUT PARMHIST-FILE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ PARMHIST-FILE INTO WS-PARMH-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF (PH-RUN-DATE EQUAL WS-RUN-DATE
                               OR PH-RUN-DATE EQUAL WS-PH-PRIOR-DATE)
                               AND PH-VALUE NUMERIC
                           PERFORM 2560-STASH-PARM-VALUE
                               THRU 2560-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARMHIST-FILE

           MOVE WS-PH-PRIOR-DATE TO WG-PRIOR-DATE
           MOVE 0 TO WS-PCHG-LISTED
           MOVE 1 TO WS-PCHG-SUB
           PERFORM UNTIL WS-PCHG-SUB GREATER WS-PCHG-CNT
               IF WP-PRIOR-SEEN(WS-PCHG-SUB)
                       NOT EQUAL WP-NIGHT-SEEN(WS-PCHG-SUB)
                   OR WP-PRIOR-VALUE(WS-PCHG-SUB)
                       NOT EQUAL WP-NIGHT-VALUE(WS-PCHG-SUB)
                   MOVE WP-KEYWORD(WS-PCHG-SUB) TO WG-KEYWORD
                   IF WP-PRIOR-SEEN(WS-PCHG-SUB) EQUAL 'Y'
                       MOVE WP-PRIOR-VALUE(WS-PCHG-SUB)
                           TO WG-PRIOR-VALUE
                   ELSE
                       MOVE '     NONE' TO WG-PRIOR-VALUE-X
                   END-IF
                   MOVE SPACES TO WG-NIGHT-SOURCE
                   IF WP-NIGHT-SEEN(WS-PCHG-SUB) EQUAL 'Y'
                       MOVE WP-NIGHT-VALUE(WS-PCHG-SUB)
                           TO WG-NIGHT-VALUE
                       STRING '(' WP-NIGHT-SOURCE(WS-PCHG-SUB)
                               DELIMITED BY SPACE
                           ')' DELIMITED BY SIZE
                           INTO WG-NIGHT-SOURCE
                   ELSE
                       MOVE '     NONE' TO WG-NIGHT-VALUE-X
                   END-IF
                   IF WS-PCHG-LISTED EQUAL 0
                       WRITE REPORT-RECORD FROM WS-PCHG-HEAD-LINE
                   END-IF
                   WRITE REPORT-RECORD FROM WS-PCHG-LINE
                   ADD 1 TO WS-PCHG-LISTED
               END-IF
               ADD 1 TO WS-PCHG-SUB
           END-PERFORM
           IF WS-PCHG-LISTED EQUAL 0
               MOVE WS-PH-PRIOR-DATE TO WG-NONE-DATE
               WRITE REPORT-RECORD FROM WS-PCHG-NONE-LINE
           END-IF
           .
       2550-EXIT.
           EXIT.

      ****************************************************************
      * FILE ONE PARAMETER HISTORY LINE UNDER ITS KEYWORD FOR        *
      * TONIGHT OR THE PRIOR NIGHT                                    *
      ****************************************************************
       2560-STASH-PARM-VALUE.

           MOVE 1 TO WS-PCHG-SUB
           PERFORM UNTIL WS-PCHG-SUB GREATER WS-PCHG-CNT
                   OR WP-KEYWORD(WS-PCHG-SUB) EQUAL PH-KEYWORD
               ADD 1 TO WS-PCHG-SUB
           END-PERFORM
           IF WS-PCHG-SUB GREATER WS-PCHG-CNT
               IF WS-PCHG-CNT NOT LESS WS-MAX-PCHG
                   DISPLAY 'WARNING: MORE THAN ' WS-MAX-PCHG
                       ' PARAMETER KEYWORDS ON THE HISTORY - '
                       PH-KEYWORD ' NOT COMPARED'
                   GO TO 2560-EXIT
               END-IF
               ADD 1 TO WS-PCHG-CNT
               MOVE WS-PCHG-CNT TO WS-PCHG-SUB
               MOVE PH-KEYWORD TO WP-KEYWORD(WS-PCHG-SUB)
               MOVE 'N'        TO WP-PRIOR-SEEN(WS-PCHG-SUB)
                                  WP-NIGHT-SEEN(WS-PCHG-SUB)
               MOVE 0          TO WP-PRIOR-VALUE(WS-PCHG-SUB)
                                  WP-NIGHT-VALUE(WS-PCHG-SUB)
               MOVE SPACES     TO WP-NIGHT-SOURCE(WS-PCHG-SUB)
           END-IF

           IF PH-RUN-DATE EQUAL WS-RUN-DATE
               MOVE 'Y'       TO WP-NIGHT-SEEN(WS-PCHG-SUB)
               MOVE PH-VALUE  TO WP-NIGHT-VALUE(WS-PCHG-SUB)
               MOVE PH-SOURCE TO WP-NIGHT-SOURCE(WS-PCHG-SUB)
           ELSE
               MOVE 'Y'       TO WP-PRIOR-SEEN(WS-PCHG-SUB)
               MOVE PH-VALUE  TO WP-PRIOR-VALUE(WS-PCHG-SUB)
           END-IF
           .
       2560-EXIT.
           EXIT.

      ****************************************************************
      * CLOSE FILE                                                   *
      ****************************************************************
