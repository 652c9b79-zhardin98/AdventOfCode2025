       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-EDIT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * PARAMETER CARD EDIT - RUN AHEAD OF THE DAY STEPS SO A BAD    *
      * CONTROL CARD STOPS THE NIGHT INSTEAD OF BEING SHRUGGED OFF.  *
      * PARMPA ONLY WARNS ABOUT A KEYWORD IT DOES NOT KNOW OR A      *
      * VALUE IT HAS TO CLAMP, AND EVERY PROGRAM RUNS ON WITH WHAT   *
      * IT UNDERSTOOD - A MISSPELT KEYWORD QUIETLY LEAVES ITS        *
      * DEFAULT IN FORCE. HERE EVERY CARD IS CHECKED AGAINST THE     *
      * PARMKW TABLE: AN UNKNOWN KEYWORD, A VALUE THAT IS NOT A      *
      * PLAIN NUMBER, A VALUE OUTSIDE THE KEYWORD'S RANGE, OR A      *
      * SECOND CARD FOR THE SAME KEYWORD IS REJECTED, LISTED ON THE  *
      * EDIT REPORT, AND ENDS THE STEP WITH RC 20. A FILE THAT       *
      * PASSES HAS THE VALUE EACH KEYWORD WILL RUN WITH TONIGHT,     *
      * CARD OR COMPILED DEFAULT, APPENDED TO THE DATED PARAMETER    *
      * HISTORY, FROM WHICH MASTER-CONTROL SHOWS WHAT CHANGED SINCE  *
      * THE NIGHT BEFORE. THE HOLD NOTE IS REWRITTEN WITH ONE LINE   *
      * PER REJECTED CARD, FOR THE NOTIFICATION STEP TO PAGE OUT -   *
      * A FILE THAT PASSES LEAVES IT EMPTY, WHICH ALSO CLEARS A FEED *
      * HOLD LEFT BY THE READINESS CHECK ONCE THE NIGHT IS RESTARTED.*
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    DATED PARAMETER HISTORY, APPENDED NIGHTLY
           SELECT PARMHIST-FILE ASSIGN TO 'PARMHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMHIST-STATUS.
      *    HOLD NOTE FOR OPS-NOTIFY, REWRITTEN EVERY RUN
           SELECT HOLDNOTE-FILE ASSIGN TO 'HOLDNOTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    CARD-BY-CARD EDIT REPORT FOR THE OPERATOR
           SELECT REPORT-FILE ASSIGN TO 'PARMEDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY PARMFD.

       FD  PARMHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARMHIST-RECORD.
       01  PARMHIST-RECORD                      PIC X(80).

       FD  HOLDNOTE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOLDNOTE-RECORD.
       01  HOLDNOTE-RECORD                      PIC X(80).

       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.

           COPY EOFSW.

       01  WS-PARMHIST-STATUS                   PIC X(2).
           88 PARMHIST-FILE-NOT-FOUND                      VALUE '35'.

           COPY PARMKW.

           COPY PARMHREC.

           COPY HOLDREC.

      *    WHICH CARD, IF ANY, SET EACH KEYWORD - PARALLEL TO THE
      *    PARMKW TABLE. ZERO MEANS NO CARD, SO THE DEFAULT STANDS
       01  WS-KW-STATE-TBL.
           05 WS-KW-STATE OCCURS 25 TIMES.
               10 WK-CARD-NO                    PIC 9(3).
       01  WS-KW-SUB                            PIC 9(2)   VALUE 0.

      *    THE CARD IN HAND AND WHAT WAS MADE OF IT
       01  WS-CARD                              PIC X(80).
       01  WS-CARD-NO                           PIC 9(3)   VALUE 0.
       01  WS-CARD-KEYWORD                      PIC X(20).
       01  WS-EQ-CNT                            PIC 9(2)   VALUE 0.
       01  WS-EQ-POS                            PIC 9(2)   VALUE 0.
       01  WS-VAL-START                         PIC 9(2)   VALUE 0.
       01  WS-VAL-LEN                           PIC 9(2)   VALUE 0.
       01  WS-VAL-END                           PIC 9(2)   VALUE 0.
       01  WS-CARD-VALUE                        PIC 9(9)   VALUE 0.
       01  WS-CARD-RESULT                       PIC X(33).
       01  WS-CARD-OK                           PIC X(1).
           88 CARD-OK                                      VALUE 'Y'.

      *    A NUMBER EDITED AND LEFT-JUSTIFIED FOR A RESULT MESSAGE
       01  WS-NUM-EDIT                          PIC Z(8)9.
       01  WS-NUM-LEAD                          PIC 9(2)   VALUE 0.

       01  WS-ACCEPT-CNT                        PIC 9(3)   VALUE 0.
       01  WS-REJECT-CNT                        PIC 9(3)   VALUE 0.
       01  WS-EFF-VALUE                         PIC 9(9)   VALUE 0.

       01  WS-RUN-DATE                          PIC X(8).

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(33)  VALUE
               'PARAMETER CARD EDIT              '.
           05 FILLER                            PIC X(10)  VALUE
               'RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(29)  VALUE SPACES.

       01  WS-COL-HEAD                          PIC X(80)  VALUE
           'CARD CONTROL CARD                              RESULT'.

       01  WS-CARD-LINE.
           05 WE-CARD-NO                        PIC ZZ9.
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WE-CARD                           PIC X(40).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WE-RESULT                         PIC X(33).

       01  WS-NO-FILE-LINE                      PIC X(80)  VALUE
           'NO PARAMETER FILE - COMPILED DEFAULTS IN EFFECT'.

       01  WS-COUNT-LINE.
           05 FILLER                            PIC X(16)  VALUE
               'CARDS ACCEPTED: '.
           05 WC-ACCEPT-CNT                     PIC ZZ9.
           05 FILLER                            PIC X(13)  VALUE
               '   REJECTED: '.
           05 WC-REJECT-CNT                     PIC ZZ9.
           05 FILLER                            PIC X(45)  VALUE SPACES.

       01  WS-GO-LINE                           PIC X(80)  VALUE
           'PARAMETER FILE ACCEPTED - PARAMETER HISTORY UPDATED'.
       01  WS-HOLD-LINE-1                       PIC X(80)  VALUE
           'PARAMETER FILE REJECTED - RC 20. CORRECT THE CARDS ABOVE AND
      -    ' RESTART'.
       01  WS-HOLD-LINE-2                       PIC X(80)  VALUE
           'AT STEP002.'.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       COPY PARMWS.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 1 TO WS-KW-SUB
           PERFORM UNTIL WS-KW-SUB GREATER WS-PARMKW-CNT
               MOVE 0 TO WK-CARD-NO(WS-KW-SUB)
               ADD 1 TO WS-KW-SUB
           END-PERFORM

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY HOLDNOTE-FILE.

           PERFORM 1000-EDIT-CARDS THRU 1000-EXIT
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY HOLDNOTE-FILE.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-ACCEPT-CNT TO WC-ACCEPT-CNT
           MOVE WS-REJECT-CNT TO WC-REJECT-CNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE

           IF WS-REJECT-CNT GREATER 0
               WRITE REPORT-RECORD FROM WS-HOLD-LINE-1
               WRITE REPORT-RECORD FROM WS-HOLD-LINE-2
               COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
               DISPLAY WS-REJECT-CNT ' PARAMETER CARDS REJECTED - '
                   'NIGHTLY RUN HELD'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE REPORT-RECORD FROM WS-GO-LINE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.

      *    THE CARDS ARE CLEAN, SO THE SHARED LOADER NOW PUTS EXACTLY
      *    WHAT THE DAY PROGRAMS WILL SEE INTO THE PARMWS FIELDS
           PERFORM 7000-LOAD-PARAMETERS THRU 7000-EXIT
           PERFORM 7100-ECHO-PARAMETERS THRU 7100-EXIT
           PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT
           DISPLAY WS-ACCEPT-CNT ' PARAMETER CARDS ACCEPTED'
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * READ AND EDIT EVERY CARD. COMMENT CARDS AND BLANK LINES ARE  *
      * PASSED OVER AS PARMPA PASSES THEM OVER, BUT STILL COUNTED SO *
      * THE CARD NUMBER ON THE REPORT IS THE LINE IN THE FILE         *
      ****************************************************************
       1000-EDIT-CARDS.

           OPEN INPUT PARM-FILE
           IF PARM-FILE-NOT-FOUND
               WRITE REPORT-RECORD FROM WS-NO-FILE-LINE
               GO TO 1000-EXIT
           END-IF
           WRITE REPORT-RECORD FROM WS-COL-HEAD

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ PARM-FILE INTO WS-CARD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-NO
                       IF WS-CARD NOT EQUAL SPACES
                               AND WS-CARD(1:1) NOT EQUAL '*'
                           PERFORM 1100-EDIT-ONE-CARD THRU 1100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARM-FILE
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * EDIT ONE KEYWORD=VALUE CARD AND LIST IT WITH ITS RESULT      *
      ****************************************************************
       1100-EDIT-ONE-CARD.

           MOVE 'N' TO WS-CARD-OK
           MOVE SPACES TO WS-CARD-RESULT

      *    THE KEYWORD IS EVERYTHING BEFORE THE FIRST '='
           MOVE 0 TO WS-EQ-CNT
                     WS-EQ-POS
           INSPECT WS-CARD TALLYING WS-EQ-CNT FOR ALL '='
           IF WS-EQ-CNT EQUAL 0
               MOVE 'NOT A KEYWORD=VALUE CARD' TO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF
           INSPECT WS-CARD TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL '='
           IF WS-EQ-POS EQUAL 0
               MOVE 'NO KEYWORD BEFORE THE =' TO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF
           IF WS-EQ-POS GREATER 20
               MOVE 'UNKNOWN KEYWORD' TO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE WS-CARD(1:WS-EQ-POS) TO WS-CARD-KEYWORD

           MOVE 1 TO WS-KW-SUB
           PERFORM UNTIL WS-KW-SUB GREATER WS-PARMKW-CNT
                   OR PK-KEYWORD(WS-KW-SUB) EQUAL WS-CARD-KEYWORD
               ADD 1 TO WS-KW-SUB
           END-PERFORM
           IF WS-KW-SUB GREATER WS-PARMKW-CNT
               MOVE 'UNKNOWN KEYWORD' TO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF

           IF WK-CARD-NO(WS-KW-SUB) NOT EQUAL 0
               MOVE WK-CARD-NO(WS-KW-SUB) TO WS-NUM-EDIT
               PERFORM 1900-LEFT-JUSTIFY THRU 1900-EXIT
               STRING 'DUPLICATE OF CARD '
                       WS-NUM-EDIT(WS-NUM-LEAD + 1:)
                   DELIMITED BY SIZE INTO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF
           MOVE WS-CARD-NO TO WK-CARD-NO(WS-KW-SUB)

      *    THE VALUE MUST BE DIGITS ONLY, STARTING RIGHT AFTER THE
      *    '=', WITH NOTHING BUT SPACES AFTER THEM
           COMPUTE WS-VAL-START = WS-EQ-POS + 2
           MOVE 0 TO WS-VAL-LEN
           IF WS-VAL-START NOT GREATER 80
               PERFORM UNTIL WS-VAL-START + WS-VAL-LEN GREATER 80
                       OR WS-CARD(WS-VAL-START + WS-VAL-LEN:1)
                           NOT NUMERIC
                   ADD 1 TO WS-VAL-LEN
               END-PERFORM
           END-IF
           IF WS-VAL-LEN EQUAL 0
               MOVE 'VALUE NOT NUMERIC' TO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF
           COMPUTE WS-VAL-END = WS-VAL-START + WS-VAL-LEN
           IF WS-VAL-END NOT GREATER 80
               IF WS-CARD(WS-VAL-END:) NOT EQUAL SPACES
                   MOVE 'VALUE NOT NUMERIC' TO WS-CARD-RESULT
                   GO TO 1100-REPORT
               END-IF
           END-IF

           IF WS-VAL-LEN GREATER 9
               MOVE PK-MAX(WS-KW-SUB) TO WS-NUM-EDIT
               PERFORM 1900-LEFT-JUSTIFY THRU 1900-EXIT
               STRING 'VALUE ABOVE MAXIMUM OF '
                       WS-NUM-EDIT(WS-NUM-LEAD + 1:)
                   DELIMITED BY SIZE INTO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF
           MOVE WS-CARD(WS-VAL-START:WS-VAL-LEN) TO WS-CARD-VALUE

           IF WS-CARD-VALUE LESS PK-MIN(WS-KW-SUB)
               MOVE PK-MIN(WS-KW-SUB) TO WS-NUM-EDIT
               PERFORM 1900-LEFT-JUSTIFY THRU 1900-EXIT
               STRING 'VALUE BELOW MINIMUM OF '
                       WS-NUM-EDIT(WS-NUM-LEAD + 1:)
                   DELIMITED BY SIZE INTO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF
           IF WS-CARD-VALUE GREATER PK-MAX(WS-KW-SUB)
               MOVE PK-MAX(WS-KW-SUB) TO WS-NUM-EDIT
               PERFORM 1900-LEFT-JUSTIFY THRU 1900-EXIT
               STRING 'VALUE ABOVE MAXIMUM OF '
                       WS-NUM-EDIT(WS-NUM-LEAD + 1:)
                   DELIMITED BY SIZE INTO WS-CARD-RESULT
               GO TO 1100-REPORT
           END-IF

           SET CARD-OK TO TRUE
           MOVE 'ACCEPTED' TO WS-CARD-RESULT
           .
       1100-REPORT.

           IF CARD-OK
               ADD 1 TO WS-ACCEPT-CNT
           ELSE
               ADD 1 TO WS-REJECT-CNT
               DISPLAY 'ERROR: PARAMETER CARD ' WS-CARD-NO ' - '
                   WS-CARD-RESULT ': ' WS-CARD(1:40)
               MOVE SPACES TO WS-HNOTE-LINE
               MOVE 'PARM-EDIT' TO HN-PROGRAM-ID
               MOVE WS-RUN-DATE TO HN-RUN-DATE
               MOVE 20          TO HN-RC
               MOVE WS-CARD-NO  TO WS-NUM-EDIT
               PERFORM 1900-LEFT-JUSTIFY THRU 1900-EXIT
               STRING 'CARD '                       DELIMITED BY SIZE
                      WS-NUM-EDIT(WS-NUM-LEAD + 1:) DELIMITED BY SIZE
                      ' '                           DELIMITED BY SIZE
                      WS-CARD-RESULT                DELIMITED BY SIZE
                   INTO HN-TEXT
               END-STRING
               WRITE HOLDNOTE-RECORD FROM WS-HNOTE-LINE
           END-IF
           MOVE WS-CARD-NO     TO WE-CARD-NO
           MOVE WS-CARD        TO WE-CARD
           MOVE WS-CARD-RESULT TO WE-RESULT
           WRITE REPORT-RECORD FROM WS-CARD-LINE
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * COUNT THE LEADING BLANKS OF WS-NUM-EDIT SO A MESSAGE CAN     *
      * CARRY THE NUMBER WITHOUT THEM                                 *
      ****************************************************************
       1900-LEFT-JUSTIFY.

           MOVE 0 TO WS-NUM-LEAD
           INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD
               FOR LEADING SPACES
           .
       1900-EXIT.
           EXIT.

      ****************************************************************
      * APPEND TONIGHT'S VALUE FOR EVERY KEYWORD TO THE PARAMETER    *
      * HISTORY - A FIRST NIGHT CREATES THE FILE                      *
      ****************************************************************
       2000-WRITE-HISTORY.

           OPEN EXTEND PARMHIST-FILE
           IF PARMHIST-FILE-NOT-FOUND
               OPEN OUTPUT PARMHIST-FILE
           END-IF

           MOVE 1 TO WS-KW-SUB
           PERFORM UNTIL WS-KW-SUB GREATER WS-PARMKW-CNT
               PERFORM 2100-FETCH-VALUE THRU 2100-EXIT
               MOVE SPACES                TO WS-PARMH-LINE
               MOVE WS-RUN-DATE           TO PH-RUN-DATE
               MOVE PK-KEYWORD(WS-KW-SUB) TO PH-KEYWORD
               MOVE WS-EFF-VALUE          TO PH-VALUE
               IF WK-CARD-NO(WS-KW-SUB) EQUAL 0
                   SET PH-FROM-DEFAULT TO TRUE
               ELSE
                   SET PH-FROM-CARD TO TRUE
               END-IF
               WRITE PARMHIST-RECORD FROM WS-PARMH-LINE
               ADD 1 TO WS-KW-SUB
           END-PERFORM

           CLOSE PARMHIST-FILE
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * PICK UP THE LOADED VALUE OF KEYWORD WS-KW-SUB FROM ITS       *
      * PARMWS FIELD                                                  *
      ****************************************************************
       2100-FETCH-VALUE.

           EVALUATE PK-KEYWORD(WS-KW-SUB)
               WHEN 'CKPT-INTERVAL'
                   MOVE WS-PARM-CKPT-INTERVAL    TO WS-EFF-VALUE
               WHEN 'MAX-DOORS'
                   MOVE WS-PARM-MAX-DOORS        TO WS-EFF-VALUE
               WHEN 'MAX-RANGES'
                   MOVE WS-PARM-MAX-RANGES       TO WS-EFF-VALUE
               WHEN 'MAX-JOLT-LEN'
                   MOVE WS-PARM-MAX-JOLT-LEN     TO WS-EFF-VALUE
               WHEN 'JOLT-DIGITS'
                   MOVE WS-PARM-JOLT-DIGITS      TO WS-EFF-VALUE
               WHEN 'ZERO-METHOD'
                   MOVE WS-PARM-ZERO-METHOD      TO WS-EFF-VALUE
               WHEN 'ALERT-ZERO-THRESH'
                   MOVE WS-PARM-ALERT-ZERO       TO WS-EFF-VALUE
               WHEN 'ALERT-SHARE-PCT'
                   MOVE WS-PARM-ALERT-SHARE      TO WS-EFF-VALUE
               WHEN 'ALERT-RUN-LEN'
                   MOVE WS-PARM-ALERT-RUN        TO WS-EFF-VALUE
               WHEN 'EXCEPT-TOLERANCE'
                   MOVE WS-PARM-EXC-TOLERANCE    TO WS-EFF-VALUE
               WHEN 'EXCEPT-THRESHOLD'
                   MOVE WS-PARM-EXC-THRESHOLD    TO WS-EFF-VALUE
               WHEN 'TREND-TOL-PCT'
                   MOVE WS-PARM-TREND-TOL-PCT    TO WS-EFF-VALUE
               WHEN 'RETAIN-DAYS'
                   MOVE WS-PARM-RETAIN-DAYS      TO WS-EFF-VALUE
               WHEN 'DORMANT-NIGHTS'
                   MOVE WS-PARM-DORMANT-NIGHTS   TO WS-EFF-VALUE
               WHEN 'RIG-SHORT-PCT'
                   MOVE WS-PARM-RIG-SHORT-PCT    TO WS-EFF-VALUE
               WHEN 'ESCAL-CONSEC'
                   MOVE WS-PARM-ESCAL-CONSEC     TO WS-EFF-VALUE
               WHEN 'ESCAL-TOTAL'
                   MOVE WS-PARM-ESCAL-TOTAL      TO WS-EFF-VALUE
               WHEN 'ESCAL-WINDOW'
                   MOVE WS-PARM-ESCAL-WINDOW     TO WS-EFF-VALUE
               WHEN 'PASSBACK-MINUTES'
                   MOVE WS-PARM-PASSBACK-MIN     TO WS-EFF-VALUE
               WHEN 'LANE-TRAVEL-MINUTES'
                   MOVE WS-PARM-LANE-TRAVEL-MIN  TO WS-EFF-VALUE
               WHEN 'OVERLAP-ACTION'
                   MOVE WS-PARM-OVERLAP-ACTION   TO WS-EFF-VALUE
               WHEN 'RIG-DRIFT-PCT'
                   MOVE WS-PARM-RIG-DRIFT-PCT    TO WS-EFF-VALUE
               WHEN 'RIG-TREND-NIGHTS'
                   MOVE WS-PARM-RIG-TREND-NIGHTS TO WS-EFF-VALUE
               WHEN 'NOTIFY-MAX-EVENTS'
                   MOVE WS-PARM-NOTIFY-MAX-EVENTS TO WS-EFF-VALUE
               WHEN 'PERMIT-KEEP-DAYS'
                   MOVE WS-PARM-PERMIT-KEEP-DAYS TO WS-EFF-VALUE
               WHEN OTHER
                   DISPLAY 'WARNING: NO PARMWS FIELD KNOWN FOR '
                       PK-KEYWORD(WS-KW-SUB) ' - HISTORY SHOWS ZERO'
                   MOVE 0 TO WS-EFF-VALUE
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

           COPY PARMPA.
