       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-MAINT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * BATCH MAINTENANCE FOR THE SECURITY ALERT CASE MASTER. THE    *
      * SECURITY OFFICE OPENS A CASE AGAINST A DOOR'S NIGHT ON THE   *
      * ALERT HISTORY SECRET-ENTRANCE APPENDS, ASSIGNS IT TO AN      *
      * INVESTIGATOR, AND CLOSES IT WITH AN OUTCOME - FALSE ALARM,   *
      * MAINTENANCE, CONFIRMED, OR REFERRED. APPLIES TONIGHT'S       *
      * OPEN/ASSIGN/CLOSE TRANSACTIONS TO THE CURRENT MASTER, WRITES *
      * THE NEW MASTER GENERATION IN DOOR / ALERT-NIGHT ORDER SO     *
      * ALERT-ESCALATE AND THE CASE AGING REPORT CAN BINARY-SEARCH   *
      * IT, AND PRINTS A BEFORE/AFTER MAINTENANCE REPORT WITH ONE    *
      * LINE PER TRANSACTION SHOWING WHAT HAPPENED TO IT.            *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SECURITY ALERT HISTORY FROM SECRET-ENTRANCE - A CASE CAN
      *    ONLY BE OPENED AGAINST A NIGHT THAT IS ON IT
           SELECT ALERTHIST-FILE ASSIGN TO 'ALERTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIST-STATUS.
      *    CURRENT CASE MASTER GENERATION
           SELECT OLDCASE-FILE ASSIGN TO 'CASEMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDCASE-STATUS.
      *    OPEN/ASSIGN/CLOSE TRANSACTIONS FROM THE SECURITY OFFICE
           SELECT TRAN-FILE ASSIGN TO 'CASETRN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *    NEW CASE MASTER GENERATION WRITTEN BY THIS RUN
           SELECT NEWCASE-FILE ASSIGN TO 'CASEMSTN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    BEFORE/AFTER MAINTENANCE REPORT
           SELECT REPORT-FILE ASSIGN TO 'CASEMRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALERTHIST-RECORD.
       01  ALERTHIST-RECORD                     PIC X(80).

       FD  OLDCASE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OLDCASE-RECORD.
       01  OLDCASE-RECORD                       PIC X(80).

       FD  TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRAN-RECORD.
       01  TRAN-RECORD                          PIC X(80).

       FD  NEWCASE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEWCASE-RECORD.
       01  NEWCASE-RECORD                       PIC X(80).

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

      *    ONE SECURITY OFFICE TRANSACTION. AN OPEN NEEDS THE DOOR
      *    AND ALERT NIGHT AND MAY NAME THE ASSIGNEE STRAIGHT AWAY;
      *    AN ASSIGN NAMES THE (NEW) ASSIGNEE; A CLOSE CARRIES THE
      *    OUTCOME AND, OPTIONALLY, WHO CLOSED IT
       01  WS-TRAN-LINE.
           05 CT-ACTION                         PIC X(1).
              88 TRAN-OPEN                                 VALUE 'O'.
              88 TRAN-ASSIGN                               VALUE 'A'.
              88 TRAN-CLOSE                                VALUE 'C'.
           05 FILLER                            PIC X(2).
           05 CT-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3).
           05 CT-ALERT-DATE                     PIC X(8).
           05 FILLER                            PIC X(3).
           05 CT-ASSIGNEE                       PIC X(8).
           05 FILLER                            PIC X(3).
           05 CT-OUTCOME                        PIC X(2).
              88 CT-VALID-OUTCOME               VALUE 'FA' 'MT' 'CF'
                                                      'RF'.
           05 FILLER                            PIC X(47).

      *    EVERY DISTINCT DOOR / ALERT NIGHT ON THE ALERT HISTORY, IN
      *    KEY ORDER FOR A BINARY SEARCH PER OPEN, WITH THE FIRST
      *    REASON SEEN THAT NIGHT
       01  WS-HIST-CNT                          PIC 9(5)   VALUE 0.
       01  WS-HIST-TBL.
           05 WS-HIST-ENTRY OCCURS 0 TO 50000 TIMES
                   DEPENDING ON WS-HIST-CNT
                   ASCENDING KEY IS WH-KEY
                   INDEXED BY WH-IDX.
               10 WH-KEY                        PIC X(12).
               10 WH-REASON                     PIC X(35).
       01  WS-MAX-HIST                          PIC 9(5)   VALUE 50000.
       01  WS-HIST-SUB                          PIC 9(5)   VALUE 0.
       01  WS-HIST-INS-SUB                      PIC 9(5)   VALUE 0.
       01  WS-HIST-EOF                          PIC X(1).
           88 HIST-EOF                                     VALUE 'Y'.
       01  WS-HIST-FOUND                        PIC X(1).
           88 HIST-FOUND                                   VALUE 'Y'.
           88 HIST-NOT-FOUND                               VALUE 'N'.
       01  WS-ALERTHIST-STATUS                  PIC X(2).
           88 ALERTHIST-FILE-NOT-FOUND                     VALUE '35'.

      *    INPUT VIEW OF ONE ALERT HISTORY LINE - DOOR, SPACE, AND
      *    RUN DATE LINE UP WITH THE CASE KEY
       01  WS-ALERTHIST-IN-LINE.
           05 AH-KEY.
              10 AH-DOOR-ID                     PIC X(3).
              10 FILLER                         PIC X(1).
              10 AH-RUN-DATE                    PIC X(8).
           05 FILLER                            PIC X(1).
           05 AH-REASON                         PIC X(35).
           05 FILLER                            PIC X(32).

      *    IN-CORE COPY OF THE CASE MASTER, HELD IN KEY ORDER - OPENS
      *    ARE SLOTTED INTO PLACE - THEN WRITTEN BACK OUT IN FULL
       01  WS-CASE-TBL.
           05 WS-CASE-ENTRY OCCURS 20000 TIMES.
               10 WN-KEY                        PIC X(12).
               10 WN-REST                       PIC X(68).
       01  WS-MAX-CASES                         PIC 9(5)   VALUE 20000.
       01  WS-CASE-CNT                          PIC 9(5)   VALUE 0.
       01  WS-CASE-SUB                          PIC 9(5)   VALUE 0.
       01  WS-CASE-INS-SUB                      PIC 9(5)   VALUE 0.
       01  WS-CASE-FOUND                        PIC X(1).
           88 CASE-FOUND                                   VALUE 'Y'.
           88 CASE-NOT-FOUND                               VALUE 'N'.
       01  WS-SEARCH-KEY.
           05 WS-SEARCH-DOOR-ID                 PIC X(3).
           05 FILLER                            PIC X(1)   VALUE SPACE.
           05 WS-SEARCH-DATE                    PIC X(8).
       01  WS-OLDCASE-STATUS                    PIC X(2).
           88 OLDCASE-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-TRAN-STATUS                       PIC X(2).
           88 TRAN-FILE-NOT-FOUND                          VALUE '35'.
      *    SET WHEN THE CURRENT MASTER OVERFLOWS THE TABLE - WRITING
      *    A TRUNCATED NEW GENERATION WOULD SILENTLY LOSE CASES, SO
      *    THE RUN STOPS FIRST
       01  WS-CASE-FATAL                        PIC X(1)   VALUE 'N'.
           88 CASE-FATAL                                   VALUE 'Y'.

       01  WS-TRAN-CNT                          PIC 9(5)   VALUE 0.
       01  WS-TRAN-APPLIED                      PIC 9(5)   VALUE 0.
       01  WS-TRAN-REJECTED                     PIC 9(5)   VALUE 0.
       01  WS-OPEN-CNT                          PIC 9(5)   VALUE 0.
       01  WS-ASSIGNED-CNT                      PIC 9(5)   VALUE 0.
       01  WS-CLOSED-CNT                        PIC 9(5)   VALUE 0.

       COPY CASEREC.

       01  WS-RUN-DATE                          PIC X(8).

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(26)  VALUE
               'ALERT CASE MAINTENANCE    '.
           05 FILLER                            PIC X(10)  VALUE
               'RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(36)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05 WC-LABEL                          PIC X(34).
           05 WC-COUNT                          PIC Z(4)9.
           05 FILLER                            PIC X(41)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WL-TRAN-NUM                       PIC Z(4)9.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WL-ACTION                         PIC X(1).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-ALERT-DATE                     PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-ASSIGNEE                       PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-OUTCOME                        PIC X(2).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-RESULT                         PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-REASON                         PIC X(30).

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1000-OPEN-FILE        THRU 1000-EXIT
           PERFORM 1050-LOAD-ALERT-HISTORY THRU 1050-EXIT
           PERFORM 1100-LOAD-OLD-MASTER  THRU 1100-EXIT
           IF CASE-FATAL
               PERFORM 9000-CLOSE-FILE   THRU 9000-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-REPORT-BEFORE    THRU 2000-EXIT
           PERFORM 3000-APPLY-TRAN       THRU 3000-EXIT
               UNTIL EOF
           PERFORM 4000-REPORT-AFTER     THRU 4000-EXIT
           PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
           PERFORM 9000-CLOSE-FILE       THRU 9000-EXIT
           DISPLAY WS-TRAN-CNT      ' TRANSACTIONS READ'
           DISPLAY WS-TRAN-APPLIED  ' TRANSACTIONS APPLIED'
           DISPLAY WS-TRAN-REJECTED ' TRANSACTIONS REJECTED'
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * OPEN FILE. A MISSING TRANSACTION FILE IS A NIGHT WITH NO     *
      * PAPERWORK - THE MASTER IS STILL REWRITTEN UNCHANGED          *
      ****************************************************************
       1000-OPEN-FILE.

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY NEWCASE-FILE.
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           OPEN INPUT TRAN-FILE
           IF TRAN-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO CASE TRANSACTION FILE - MASTER '
                   'COPIED FORWARD UNCHANGED'
           END-IF
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * LOAD EVERY DISTINCT DOOR / ALERT NIGHT ON THE ALERT HISTORY. *
      * A MISSING HISTORY LEAVES NOTHING TO OPEN A CASE AGAINST -    *
      * ASSIGNS AND CLOSES ON EXISTING CASES STILL GO THROUGH        *
      ****************************************************************
       1050-LOAD-ALERT-HISTORY.

           OPEN INPUT ALERTHIST-FILE
           IF ALERTHIST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO ALERT HISTORY FILE - NO NEW CASE '
                   'CAN BE OPENED'
               GO TO 1050-EXIT
           END-IF

           MOVE SPACE TO WS-HIST-EOF
           PERFORM UNTIL HIST-EOF
               READ ALERTHIST-FILE INTO WS-ALERTHIST-IN-LINE
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF AH-RUN-DATE NUMERIC
                               AND AH-DOOR-ID NOT EQUAL SPACES
                           PERFORM 1060-INSERT-HIST-NIGHT
                               THRU 1060-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALERTHIST-FILE
           .
       1050-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE ALERT NIGHT INTO THE HISTORY TABLE IN KEY ORDER. A  *
      * SECOND REASON ON A NIGHT ALREADY HELD ADDS NOTHING           *
      ****************************************************************
       1060-INSERT-HIST-NIGHT.

           MOVE WS-HIST-CNT TO WS-HIST-SUB
           PERFORM UNTIL WS-HIST-SUB EQUAL 0
                   OR WH-KEY(WS-HIST-SUB) NOT GREATER AH-KEY
               SUBTRACT 1 FROM WS-HIST-SUB
           END-PERFORM
           IF WS-HIST-SUB GREATER 0
                   AND WH-KEY(WS-HIST-SUB) EQUAL AH-KEY
               GO TO 1060-EXIT
           END-IF

           IF WS-HIST-CNT NOT LESS WS-MAX-HIST
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-HIST
                   ' ALERT NIGHTS ON THE ALERT HISTORY - DOOR '
                   AH-DOOR-ID ' NIGHT ' AH-RUN-DATE ' NOT LOADED'
               GO TO 1060-EXIT
           END-IF

           COMPUTE WS-HIST-INS-SUB = WS-HIST-SUB + 1
           ADD 1 TO WS-HIST-CNT
           MOVE WS-HIST-CNT TO WS-HIST-SUB
           PERFORM UNTIL WS-HIST-SUB EQUAL WS-HIST-INS-SUB
               MOVE WS-HIST-ENTRY(WS-HIST-SUB - 1)
                   TO WS-HIST-ENTRY(WS-HIST-SUB)
               SUBTRACT 1 FROM WS-HIST-SUB
           END-PERFORM
           MOVE AH-KEY    TO WH-KEY(WS-HIST-INS-SUB)
           MOVE AH-REASON TO WH-REASON(WS-HIST-INS-SUB)
           .
       1060-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE CURRENT MASTER INTO THE TABLE. A MISSING MASTER IS  *
      * AN EMPTY ONE - THAT IS HOW THE VERY FIRST GENERATION GETS    *
      * BUILT FROM A TRANSACTION FILE OF NOTHING BUT OPENS           *
      ****************************************************************
       1100-LOAD-OLD-MASTER.

           OPEN INPUT OLDCASE-FILE
           IF OLDCASE-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO CURRENT CASE MASTER - '
                   'STARTING FROM AN EMPTY ONE'
               GO TO 1100-RESET
           END-IF

           MOVE SPACE TO WS-EOF

           PERFORM UNTIL EOF
               READ OLDCASE-FILE INTO WS-CASE-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-CNT NOT LESS WS-MAX-CASES
                           DISPLAY 'ERROR: MORE THAN '
                               WS-MAX-CASES
                               ' CASES ON THE CASE MASTER - '
                               'RUN STOPPED BEFORE WRITING A '
                               'TRUNCATED NEW GENERATION'
                           SET CASE-FATAL TO TRUE
                           SET EOF TO TRUE
                       ELSE
                           IF CS-DOOR-ID NOT EQUAL SPACES
                               PERFORM 1150-INSERT-MASTER-LINE
                                   THRU 1150-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OLDCASE-FILE
           .
       1100-RESET.

      *    THE EOF SWITCH NOW GOVERNS THE TRANSACTION FILE - ALREADY
      *    AT END WHEN THERE IS NO TRANSACTION FILE TO READ
           MOVE SPACE TO WS-EOF
           IF TRAN-FILE-NOT-FOUND
               SET EOF TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE MASTER LINE INTO THE TABLE IN KEY ORDER. THE FILE   *
      * IS WRITTEN IN ORDER, SO THE SEARCH RUNS FROM THE BOTTOM AND  *
      * AN IN-ORDER LINE LANDS AT THE END WITHOUT ANY SHIFTING       *
      ****************************************************************
       1150-INSERT-MASTER-LINE.

           MOVE CS-DOOR-ID    TO WS-SEARCH-DOOR-ID
           MOVE CS-ALERT-DATE TO WS-SEARCH-DATE
           PERFORM 3150-FIND-INSERT-SLOT THRU 3150-EXIT
           IF CASE-FOUND
               DISPLAY 'WARNING: DOOR ' CS-DOOR-ID ' NIGHT '
                   CS-ALERT-DATE ' HAS TWO CASES ON THE MASTER - '
                   'SECOND LINE DROPPED'
               GO TO 1150-EXIT
           END-IF

           PERFORM 3160-OPEN-SLOT THRU 3160-EXIT
           MOVE WS-CASE-LINE TO WS-CASE-ENTRY(WS-CASE-INS-SUB)
           .
       1150-EXIT.
           EXIT.

      ****************************************************************
      * REPORT THE STATE OF THE MASTER BEFORE ANY TRANSACTION RUNS    *
      ****************************************************************
       2000-REPORT-BEFORE.

           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           PERFORM 2100-COUNT-CASES THRU 2100-EXIT
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'CASES OPEN BEFORE'        TO WC-LABEL
           MOVE WS-OPEN-CNT                TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'CASES ASSIGNED BEFORE'    TO WC-LABEL
           MOVE WS-ASSIGNED-CNT            TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'CASES CLOSED BEFORE'      TO WC-LABEL
           MOVE WS-CLOSED-CNT              TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * COUNT THE CASES IN THE TABLE BY STATUS                        *
      ****************************************************************
       2100-COUNT-CASES.

           MOVE 0 TO WS-OPEN-CNT
                     WS-ASSIGNED-CNT
                     WS-CLOSED-CNT
           MOVE 1 TO WS-CASE-SUB
           PERFORM UNTIL WS-CASE-SUB GREATER WS-CASE-CNT
               MOVE WS-CASE-ENTRY(WS-CASE-SUB) TO WS-CASE-LINE
               EVALUATE TRUE
                   WHEN CS-OPEN
                       ADD 1 TO WS-OPEN-CNT
                   WHEN CS-ASSIGNED
                       ADD 1 TO WS-ASSIGNED-CNT
                   WHEN CS-CLOSED
                       ADD 1 TO WS-CLOSED-CNT
               END-EVALUATE
               ADD 1 TO WS-CASE-SUB
           END-PERFORM
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * READ, JUDGE, AND APPLY ONE OF TONIGHT'S TRANSACTIONS          *
      ****************************************************************
       3000-APPLY-TRAN.

           READ TRAN-FILE INTO WS-TRAN-LINE
               AT END
                   SET EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ

           IF WS-TRAN-LINE EQUAL SPACES
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-TRAN-CNT
           MOVE SPACES        TO WS-DETAIL-LINE
           MOVE WS-TRAN-CNT   TO WL-TRAN-NUM
           MOVE CT-ACTION     TO WL-ACTION
           MOVE CT-DOOR-ID    TO WL-DOOR-ID
           MOVE CT-ALERT-DATE TO WL-ALERT-DATE
           MOVE CT-ASSIGNEE   TO WL-ASSIGNEE
           MOVE CT-OUTCOME    TO WL-OUTCOME

           IF CT-DOOR-ID EQUAL SPACES OR CT-ALERT-DATE NOT NUMERIC
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'DOOR OR ALERT NIGHT MISSING' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3000-WRITE
           END-IF

           MOVE CT-DOOR-ID    TO WS-SEARCH-DOOR-ID
           MOVE CT-ALERT-DATE TO WS-SEARCH-DATE
           PERFORM 3150-FIND-INSERT-SLOT THRU 3150-EXIT

           EVALUATE TRUE
               WHEN TRAN-OPEN
                   PERFORM 3200-APPLY-OPEN THRU 3200-EXIT
               WHEN TRAN-ASSIGN
                   PERFORM 3300-APPLY-ASSIGN THRU 3300-EXIT
               WHEN TRAN-CLOSE
                   PERFORM 3400-APPLY-CLOSE THRU 3400-EXIT
               WHEN OTHER
                   MOVE 'REJECTED' TO WL-RESULT
                   MOVE 'INVALID ACTION CODE' TO WL-REASON
                   ADD 1 TO WS-TRAN-REJECTED
           END-EVALUATE
           .
       3000-WRITE.

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .
       3000-EXIT.
           EXIT.

      ****************************************************************
      * FIND WS-SEARCH-KEY IN THE TABLE. ON A HIT WS-CASE-SUB IS ITS *
      * ENTRY; ON A MISS WS-CASE-INS-SUB IS WHERE IT BELONGS. THE    *
      * SEARCH RUNS FROM THE BOTTOM UP                                *
      ****************************************************************
       3150-FIND-INSERT-SLOT.

           SET CASE-NOT-FOUND TO TRUE
           MOVE WS-CASE-CNT TO WS-CASE-SUB
           PERFORM UNTIL WS-CASE-SUB EQUAL 0
                   OR WN-KEY(WS-CASE-SUB) NOT GREATER WS-SEARCH-KEY
               SUBTRACT 1 FROM WS-CASE-SUB
           END-PERFORM

           IF WS-CASE-SUB GREATER 0
                   AND WN-KEY(WS-CASE-SUB) EQUAL WS-SEARCH-KEY
               SET CASE-FOUND TO TRUE
           END-IF
           COMPUTE WS-CASE-INS-SUB = WS-CASE-SUB + 1
           .
       3150-EXIT.
           EXIT.

      ****************************************************************
      * OPEN AN EMPTY ENTRY AT WS-CASE-INS-SUB BY SHIFTING EVERYTHING*
      * BELOW IT DOWN ONE. CALLER HAS ALREADY CHECKED FOR ROOM        *
      ****************************************************************
       3160-OPEN-SLOT.

           ADD 1 TO WS-CASE-CNT
           MOVE WS-CASE-CNT TO WS-CASE-SUB
           PERFORM UNTIL WS-CASE-SUB EQUAL WS-CASE-INS-SUB
               MOVE WS-CASE-ENTRY(WS-CASE-SUB - 1)
                   TO WS-CASE-ENTRY(WS-CASE-SUB)
               SUBTRACT 1 FROM WS-CASE-SUB
           END-PERFORM
           .
       3160-EXIT.
           EXIT.

      ****************************************************************
      * OPEN A CASE AGAINST A DOOR'S ALERT NIGHT. THE NIGHT MUST BE  *
      * ON THE ALERT HISTORY AND MUST NOT ALREADY HAVE A CASE - ONE  *
      * CASE PER ALERT NIGHT, OPEN OR CLOSED. AN ASSIGNEE ON THE     *
      * OPEN ASSIGNS THE CASE AT THE SAME TIME                        *
      ****************************************************************
       3200-APPLY-OPEN.

           IF CASE-FOUND
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'ALERT NIGHT ALREADY HAS A CASE' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3200-EXIT
           END-IF

           SET HIST-NOT-FOUND TO TRUE
           IF WS-HIST-CNT GREATER 0
               SEARCH ALL WS-HIST-ENTRY
                   AT END
                       SET HIST-NOT-FOUND TO TRUE
                   WHEN WH-KEY(WH-IDX) EQUAL WS-SEARCH-KEY
                       SET HIST-FOUND TO TRUE
                       SET WS-HIST-SUB TO WH-IDX
               END-SEARCH
           END-IF
           IF HIST-NOT-FOUND
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'NIGHT NOT ON THE ALERT HISTORY' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3200-EXIT
           END-IF

           IF WS-CASE-CNT NOT LESS WS-MAX-CASES
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'CASE TABLE FULL' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES                  TO WS-CASE-LINE
           MOVE CT-DOOR-ID              TO CS-DOOR-ID
           MOVE CT-ALERT-DATE           TO CS-ALERT-DATE
           IF CT-ASSIGNEE EQUAL SPACES
               SET CS-OPEN TO TRUE
           ELSE
               SET CS-ASSIGNED TO TRUE
               MOVE CT-ASSIGNEE         TO CS-ASSIGNEE
           END-IF
           MOVE WS-RUN-DATE             TO CS-OPEN-DATE
           MOVE WH-REASON(WS-HIST-SUB)  TO CS-REASON
           PERFORM 3160-OPEN-SLOT THRU 3160-EXIT
           MOVE WS-CASE-LINE TO WS-CASE-ENTRY(WS-CASE-INS-SUB)
           MOVE SPACES    TO WL-OUTCOME
           MOVE 'OPENED'  TO WL-RESULT
           MOVE CS-REASON TO WL-REASON
           ADD 1 TO WS-TRAN-APPLIED
           .
       3200-EXIT.
           EXIT.

      ****************************************************************
      * ASSIGN - OR REASSIGN - AN OPEN CASE TO AN INVESTIGATOR        *
      ****************************************************************
       3300-APPLY-ASSIGN.

           IF CASE-NOT-FOUND
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'NO CASE OPEN FOR THIS NIGHT' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3300-EXIT
           END-IF

           MOVE WS-CASE-ENTRY(WS-CASE-SUB) TO WS-CASE-LINE
           IF CS-CLOSED
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'CASE ALREADY CLOSED' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3300-EXIT
           END-IF
           IF CT-ASSIGNEE EQUAL SPACES
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'ASSIGNEE MISSING' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3300-EXIT
           END-IF

           SET CS-ASSIGNED TO TRUE
           MOVE CT-ASSIGNEE TO CS-ASSIGNEE
           MOVE WS-CASE-LINE TO WS-CASE-ENTRY(WS-CASE-SUB)
           MOVE 'ASSIGNED' TO WL-RESULT
           MOVE CS-REASON  TO WL-REASON
           ADD 1 TO WS-TRAN-APPLIED
           .
       3300-EXIT.
           EXIT.

      ****************************************************************
      * CLOSE A CASE WITH ITS OUTCOME. A CLOSED CASE STAYS ON THE    *
      * MASTER - ALERT-ESCALATE NEEDS THE CLOSED FALSE ALARMS TO     *
      * LEAVE THOSE NIGHTS OUT OF A DOOR'S STREAK. AN ASSIGNEE ON    *
      * THE CLOSE RECORDS WHO CLOSED IT                               *
      ****************************************************************
       3400-APPLY-CLOSE.

           IF CASE-NOT-FOUND
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'NO CASE OPEN FOR THIS NIGHT' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3400-EXIT
           END-IF

           MOVE WS-CASE-ENTRY(WS-CASE-SUB) TO WS-CASE-LINE
           IF CS-CLOSED
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'CASE ALREADY CLOSED' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3400-EXIT
           END-IF
           IF NOT CT-VALID-OUTCOME
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'OUTCOME NOT FA/MT/CF/RF' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3400-EXIT
           END-IF

           SET CS-CLOSED TO TRUE
           MOVE CT-OUTCOME  TO CS-OUTCOME
           MOVE WS-RUN-DATE TO CS-CLOSE-DATE
           IF CT-ASSIGNEE NOT EQUAL SPACES
               MOVE CT-ASSIGNEE TO CS-ASSIGNEE
           END-IF
           MOVE WS-CASE-LINE TO WS-CASE-ENTRY(WS-CASE-SUB)
           MOVE 'CLOSED'   TO WL-RESULT
           MOVE CS-REASON  TO WL-REASON
           ADD 1 TO WS-TRAN-APPLIED
           .
       3400-EXIT.
           EXIT.

      ****************************************************************
      * REPORT THE STATE OF THE MASTER AFTER ALL TRANSACTIONS RAN     *
      ****************************************************************
       4000-REPORT-AFTER.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           PERFORM 2100-COUNT-CASES THRU 2100-EXIT
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'CASES OPEN AFTER'         TO WC-LABEL
           MOVE WS-OPEN-CNT                TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'CASES ASSIGNED AFTER'     TO WC-LABEL
           MOVE WS-ASSIGNED-CNT            TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'CASES CLOSED AFTER'       TO WC-LABEL
           MOVE WS-CLOSED-CNT              TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'TRANSACTIONS APPLIED'     TO WC-LABEL
           MOVE WS-TRAN-APPLIED            TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'TRANSACTIONS REJECTED'    TO WC-LABEL
           MOVE WS-TRAN-REJECTED           TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           .
       4000-EXIT.
           EXIT.

      ****************************************************************
      * WRITE THE NEW MASTER GENERATION FROM THE TABLE, IN DOOR /    *
      * ALERT-NIGHT ORDER                                             *
      ****************************************************************
       5000-WRITE-NEW-MASTER.

           MOVE 1 TO WS-CASE-SUB
           PERFORM UNTIL WS-CASE-SUB GREATER WS-CASE-CNT
               WRITE NEWCASE-RECORD FROM WS-CASE-ENTRY(WS-CASE-SUB)
               ADD 1 TO WS-CASE-SUB
           END-PERFORM
           .
       5000-EXIT.
           EXIT.

      ****************************************************************
      * CLOSE FILE                                                   *
      ****************************************************************
       9000-CLOSE-FILE.

           IF NOT TRAN-FILE-NOT-FOUND
               COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY TRAN-FILE.
           END-IF
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY NEWCASE-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           .
       9000-EXIT.
           EXIT.
