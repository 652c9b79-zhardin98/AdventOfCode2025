      * FULL ALERT STREAK IS LISTED SO SECURITY TRIAGES BY           *
      * REPETITION INSTEAD OF PULLING OLD REPORTS OUT OF THE         *
      * ARCHIVE BY HAND. SEVERAL REASONS ON ONE NIGHT COUNT AS ONE   *
      * ALERT NIGHT. A NIGHT SECURITY HAS CLOSED AS A FALSE ALARM ON *
      * THE CASE MASTER IS NOT AN ALERT NIGHT AT ALL, SO A DOOR      *
      * INVESTIGATED AND CLEARED STOPS ESCALATING.                   *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALERTHIST-FILE ASSIGN TO 'ALERTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIST-STATUS.
      *    SECURITY ALERT CASE MASTER MAINTAINED BY CASE-MAINT
           SELECT CASEMST-FILE ASSIGN TO 'CASEMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEMST-STATUS.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    ESCALATION REPORT FOR THE SECURITY OFFICE
           DATA RECORD IS ALERTHIST-RECORD.
       01  ALERTHIST-RECORD                     PIC X(80).

       FD  CASEMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CASEMST-RECORD.
       01  CASEMST-RECORD                       PIC X(80).

       COPY PARMFD.

       FD  REPORT-FILE
           88 DOOR-FOUND                                   VALUE 'Y'.
           88 DOOR-NOT-FOUND                               VALUE 'N'.

      *    INPUT VIEW OF ONE ALERT HISTORY LINE - DOOR, SPACE, AND
      *    RUN DATE LINE UP WITH THE CASE MASTER KEY
       01  WS-ALERTHIST-IN-LINE.
           05 AH-KEY.
              10 AH-DOOR-ID                     PIC X(3).
              10 FILLER                         PIC X(1).
              10 AH-RUN-DATE                    PIC X(8).
           05 FILLER                            PIC X(1).
           05 AH-REASON                         PIC X(35).
           05 FILLER                            PIC X(32).

      *    EVERY DOOR / ALERT NIGHT CLOSED AS A FALSE ALARM, IN THE
      *    CASE MASTER'S KEY ORDER FOR A BINARY SEARCH PER HISTORY LINE
       01  WS-CASEMST-STATUS                    PIC X(2).
           88 CASEMST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-FA-CNT                            PIC 9(5)   VALUE 0.
       01  WS-FA-TBL.
           05 WS-FA-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-FA-CNT
                   ASCENDING KEY IS WF-KEY
                   INDEXED BY WF-IDX.
               10 WF-KEY                        PIC X(12).
       01  WS-MAX-FA                            PIC 9(5)   VALUE 20000.
       01  WS-FA-INS-SUB                        PIC 9(5)   VALUE 0.
       01  WS-FA-FOUND                          PIC X(1).
           88 FA-FOUND                                     VALUE 'Y'.
           88 FA-NOT-FOUND                                 VALUE 'N'.
       01  WS-FA-LINE-CNT                       PIC 9(7)   VALUE 0.

       COPY CASEREC.

       01  WS-HIST-DATE-N                       PIC 9(8).
      *    THE LATEST ALERT NIGHT ANYWHERE ON THE FILE - THE NIGHT
      *    THE CURRENT-STREAK AND WINDOW ARITHMETIC HANG OFF
       01  WS-NONE-LINE                         PIC X(80)  VALUE
           'NO DOORS MEET THE ESCALATION THRESHOLDS'.

       01  WS-FA-TRAILER-LINE.
           05 FILLER                            PIC X(45)  VALUE
               'ALERT HISTORY LINES CLOSED AS FALSE ALARMS - '.
           05 FILLER                            PIC X(14)  VALUE
               'NOT COUNTED: '.
           05 WT-FA-LINE-CNT                    PIC Z(6)9.
           05 FILLER                            PIC X(14)  VALUE SPACES.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       COPY PARMWS.
           MOVE WS-PARM-ESCAL-TOTAL  TO WS-ESCAL-TOTAL
           MOVE WS-PARM-ESCAL-WINDOW TO WS-ESCAL-WINDOW

           PERFORM 0500-LOAD-FALSE-ALARMS THRU 0500-EXIT
           PERFORM 1000-LOAD-ALERT-HISTORY THRU 1000-EXIT

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
           IF WS-CRITICAL-CNT EQUAL 0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           IF WS-FA-LINE-CNT GREATER 0
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               MOVE WS-FA-LINE-CNT TO WT-FA-LINE-CNT
               WRITE REPORT-RECORD FROM WS-FA-TRAILER-LINE
           END-IF
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           DISPLAY WS-CRITICAL-CNT ' DOORS ESCALATED TO CRITICAL '
               'FROM ' WS-HIST-LINE-CNT ' ALERT HISTORY LINES'
           DISPLAY WS-FA-LINE-CNT ' ALERT HISTORY LINES LEFT OUT AS '
               'CLOSED FALSE ALARMS'
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * LOAD THE KEY OF EVERY CASE CLOSED AS A FALSE ALARM. NO CASE  *
      * MASTER YET MEANS NOTHING HAS BEEN CLEARED - EVERY ALERT      *
      * NIGHT COUNTS                                                  *
      ****************************************************************
       0500-LOAD-FALSE-ALARMS.

           OPEN INPUT CASEMST-FILE
           IF CASEMST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO ALERT CASE MASTER - EVERY ALERT '
                   'NIGHT COUNTS'
               GO TO 0500-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ CASEMST-FILE INTO WS-CASE-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CS-CLOSED AND CS-FALSE-ALARM
                           PERFORM 0510-INSERT-FALSE-ALARM
                               THRU 0510-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASEMST-FILE
           .
       0500-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE FALSE-ALARM KEY INTO THE TABLE IN KEY ORDER. THE    *
      * MASTER IS WRITTEN IN ORDER, SO THIS IS NORMALLY AN APPEND    *
      ****************************************************************
       0510-INSERT-FALSE-ALARM.

           IF WS-FA-CNT NOT LESS WS-MAX-FA
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-FA
                   ' CLOSED FALSE ALARMS - DOOR ' CS-DOOR-ID
                   ' NIGHT ' CS-ALERT-DATE ' STILL COUNTED'
               GO TO 0510-EXIT
           END-IF

           ADD 1 TO WS-FA-CNT
           MOVE WS-FA-CNT TO WS-FA-INS-SUB
           PERFORM UNTIL WS-FA-INS-SUB EQUAL 1
                   OR WF-KEY(WS-FA-INS-SUB - 1) LESS CS-KEY
               MOVE WS-FA-ENTRY(WS-FA-INS-SUB - 1)
                   TO WS-FA-ENTRY(WS-FA-INS-SUB)
               SUBTRACT 1 FROM WS-FA-INS-SUB
           END-PERFORM
           MOVE CS-KEY TO WF-KEY(WS-FA-INS-SUB)
           .
       0510-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE ALERT HISTORY, ONE DISTINCT NIGHT PER DOOR PER      *
      * DATE, AND REMEMBER THE LATEST NIGHT ON THE WHOLE FILE        *
               MOVE WS-HIST-DATE-N TO WS-LATEST-DATE
           END-IF

      *    A NIGHT CLOSED AS A FALSE ALARM STILL MARKS THE LATEST
      *    NIGHT ON FILE, BUT IS NO ALERT NIGHT FOR ITS DOOR
           SET FA-NOT-FOUND TO TRUE
           IF WS-FA-CNT GREATER 0
               SEARCH ALL WS-FA-ENTRY
                   AT END
                       SET FA-NOT-FOUND TO TRUE
                   WHEN WF-KEY(WF-IDX) EQUAL AH-KEY
                       SET FA-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF FA-FOUND
               ADD 1 TO WS-FA-LINE-CNT
               GO TO 1100-EXIT
           END-IF

           SET DOOR-NOT-FOUND TO TRUE
           MOVE 1 TO WS-DOOR-SUB
           PERFORM UNTIL WS-DOOR-SUB GREATER WS-DOOR-CNT
