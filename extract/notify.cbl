       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-NOTIFY.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * OPERATOR NOTIFICATION FEED - THE LAST STEP OF THE NIGHTLY    *
      * RUN. READS WHAT THE NIGHT LEFT BEHIND - EACH DAY STEP'S      *
      * STATUS ON THE RUN-STATUS FILE (OR, WHEN MASTER-CONTROL NEVER *
      * GOT THAT FAR, ON THE DAY-RESULTS INTERFACE FILE), THE NIGHT  *
      * GRADED THE WAY MASTER-CONTROL GRADES IT, THE SECURITY ALERTS,*
      * THE ESCALATED DOORS, THE PASS FRAUD EXCEPTIONS, AND THE      *
      * AUDIT RECONCILIATION - AND WRITES ONE FIXED-LAYOUT MESSAGE   *
      * PER EVENT FOR THE PAGING/EMAIL GATEWAY. THE ROUTING TABLE    *
      * DECIDES WHICH RECIPIENT GROUP EACH EVENT TYPE AND SEVERITY   *
      * GOES TO, AND WHETHER IT PAGES OR MAILS THEM. PAST            *
      * NOTIFY-MAX-EVENTS MESSAGES OF ONE TYPE AND SEVERITY, ONE     *
      * SUMMARY MESSAGE COUNTS THE REST SO A BAD NIGHT DOES NOT      *
      * FLOOD A PAGER. A NIGHT WITH NOTHING TO REPORT GETS A SINGLE  *
      * ALL-CLEAR MESSAGE, SO SILENCE ALWAYS MEANS THE FEED ITSELF   *
      * DID NOT ARRIVE. A NIGHT HELD BEFORE ANY DAY STEP RAN - A     *
      * FEED NOT READY OR A PARAMETER CARD REJECTED - IS PAGED FROM  *
      * THE HOLD NOTE INSTEAD, ONE MESSAGE PER FEED OR CARD, AND     *
      * NOTHING ELSE IS REPORTED FOR IT. A REPORT THAT IS MISSING OR *
      * EMPTY WAS NOT PRODUCED TONIGHT, SINCE EVERY ONE OF THEM      *
      * STARTS WITH A HEADING.                                       *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RUN-STATUS FILE FROM MASTER-CONTROL
           SELECT RUNSTAT-FILE ASSIGN TO 'RUNSTAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    DAY-RESULTS INTERFACE FILE FROM THE DAY STEPS
           COPY RSLTSL.
      *    SECURITY ANOMALIES FROM SECRET-ENTRANCE
           SELECT SECALERT-FILE ASSIGN TO 'SECALERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    REPEAT-OFFENDER ESCALATION FROM ALERT-ESCALATE
           SELECT ESCALRPT-FILE ASSIGN TO 'ESCALRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    SCANNED PASS FRAUD EXCEPTIONS FROM PASS-VERIFY
           SELECT FRAUDRPT-FILE ASSIGN TO 'FRAUDRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    AUDIT/SUMMARY RECONCILIATION FROM AUDIT-RECON
           SELECT RECONRPT-FILE ASSIGN TO 'RECONRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    FEEDS NOT READY AND CARDS REJECTED, FROM FEED-READY AND
      *    PARM-EDIT
           SELECT HOLDNOTE-FILE ASSIGN TO 'HOLDNOTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    NOTIFICATION MESSAGES FOR THE PAGING/EMAIL GATEWAY
           SELECT NOTIFY-FILE ASSIGN TO 'NOTIFY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTAT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUNSTAT-RECORD.
       01  RUNSTAT-RECORD                       PIC X(80).

       COPY RSLTFD.

       FD  SECALERT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECALERT-RECORD.
       01  SECALERT-RECORD                      PIC X(80).

       FD  ESCALRPT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ESCALRPT-RECORD.
       01  ESCALRPT-RECORD                      PIC X(80).

       FD  FRAUDRPT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FRAUDRPT-RECORD.
       01  FRAUDRPT-RECORD                      PIC X(80).

       FD  RECONRPT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECONRPT-RECORD.
       01  RECONRPT-RECORD                      PIC X(80).

       FD  HOLDNOTE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOLDNOTE-RECORD.
       01  HOLDNOTE-RECORD                      PIC X(80).

       COPY PARMFD.

       FD  NOTIFY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTIFY-RECORD.
       01  NOTIFY-RECORD                        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.

           COPY EOFSW.

       01  WS-INPUT-STATUS                      PIC X(2).
           88 INPUT-FILE-NOT-FOUND                         VALUE '35'.
      *    LINES READ FROM THE INPUT IN HAND - NONE MEANS ITS STEP
      *    NEVER WROTE IT
       01  WS-LINE-CNT                          PIC 9(7)   VALUE 0.

           COPY RSLTWS.

      *    INPUT VIEW OF ONE RUN-STATUS LINE - THE DAY-RESULTS
      *    INTERFACE LINE HAS THE SAME COLUMNS, SO EITHER FILE IS
      *    READ THROUGH IT
       01  WS-STAT-IN-LINE.
           05 SI-PROGRAM-ID                     PIC X(16).
           05 FILLER                            PIC X(1).
           05 SI-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 SI-START-TIME                     PIC X(6).
           05 FILLER                            PIC X(1).
           05 SI-END-TIME                       PIC X(6).
           05 FILLER                            PIC X(1).
           05 SI-RESULT                         PIC X(18).
           05 FILLER                            PIC X(1).
           05 SI-EXCEPT-CNT                     PIC X(7).
           05 FILLER                            PIC X(1).
           05 SI-STATUS                         PIC X(2).
           05 FILLER                            PIC X(11).

      *    EACH DAY PROGRAM'S LATEST LINE - THE LAST LINE FOR THE
      *    LATEST RUN DATE WINS, SO A RERUN SUPERSEDES
       01  WS-STEP-TBL.
           05 WS-STEP-ENTRY OCCURS 3 TIMES.
               10 WS-STEP-NAME                  PIC X(16).
               10 WS-STEP-DATE                  PIC X(8).
               10 WS-STEP-START                 PIC X(6).
               10 WS-STEP-EXCEPTS               PIC 9(7).
               10 WS-STEP-STATUS                PIC X(2).
       01  WS-STEP-SUB                          PIC 9(1)   VALUE 0.
       01  WS-STAT-SOURCE                       PIC X(8)   VALUE SPACES.
       01  WS-RUNSTAT-FOUND                     PIC X(1)   VALUE 'N'.
           88 RUNSTAT-FOUND                                VALUE 'Y'.
       01  WS-ANY-STEP-FAILED                   PIC X(1)   VALUE 'N'.
           88 ANY-STEP-FAILED                              VALUE 'Y'.
       01  WS-TOT-EXCEPT-CNT                    PIC 9(7)   VALUE 0.
       01  WS-LATEST-DATE                       PIC X(8)   VALUE SPACES.

           COPY HOLDREC.

       01  WS-NIGHT-HELD                        PIC X(1)   VALUE 'N'.
           88 NIGHT-HELD                                   VALUE 'Y'.

      *    INPUT VIEW OF ONE SECURITY ALERT LINE
       01  WS-SECALERT-IN-LINE.
           05 SA-DOOR-ID                        PIC X(3).
           05 SA-GAP                            PIC X(3).
           05 SA-REASON                         PIC X(35).
           05 FILLER                            PIC X(3).
           05 SA-VALUE                          PIC X(7).
           05 FILLER                            PIC X(3).
           05 SA-THRESHOLD                      PIC X(7).
           05 FILLER                            PIC X(19).

      *    INPUT VIEW OF ONE ESCALATED-DOOR LINE
       01  WS-ESCAL-IN-LINE.
           05 EC-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3).
           05 EC-CRITICAL                       PIC X(8).
           05 FILLER                            PIC X(8).
           05 EC-STREAK-LEN                     PIC X(3).
           05 FILLER                            PIC X(22).
           05 EC-WINDOW-LEN                     PIC X(3).
           05 FILLER                            PIC X(8).
           05 EC-WINDOW-CNT                     PIC X(3).
           05 FILLER                            PIC X(22).

      *    INPUT VIEWS OF THE THREE KINDS OF FRAUD REPORT DETAIL LINE -
      *    AN INVALID PASS, A PASSBACK GROUP, AND AN UNISSUED SCAN
       01  WS-FRAUD-IN-LINE.
           05 FR-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(3).
           05 FR-SCANNED                        PIC X(8).
           05 FR-SCAN-TIME                      PIC X(6).
           05 FILLER                            PIC X(3).
           05 FILLER                            PIC X(5).
           05 FR-LANE                           PIC X(3).
           05 FILLER                            PIC X(3).
           05 FR-REASON                         PIC X(30).
           05 FILLER                            PIC X(2).
           05 FR-RULE                           PIC X(7).
              88 FR-HOTLIST-HIT                            VALUE
                                                           'HOTLIST'
                                                           'BOTH'.
       01  WS-PB-IN-LINE REDEFINES WS-FRAUD-IN-LINE.
           05 PB-PASS-LIT                       PIC X(5).
           05 PB-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(3).
           05 PB-SCAN-CNT                       PIC X(5).
           05 FILLER                            PIC X(9).
           05 PB-REASON                         PIC X(35).
           05 FILLER                            PIC X(13).
       01  WS-UNI-IN-LINE REDEFINES WS-FRAUD-IN-LINE.
           05 UN-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(2).
           05 UN-SCAN-TIME                      PIC X(6).
           05 FILLER                            PIC X(7).
           05 UN-LANE                           PIC X(3).
           05 FILLER                            PIC X(2).
           05 UN-NEAREST                        PIC X(8).
           05 FILLER                            PIC X(42).

      *    INPUT VIEW OF ONE RECONCILIATION MISMATCH LINE
       01  WS-RECON-IN-LINE.
           05 RC-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3).
           05 RC-REASON                         PIC X(26).
           05 RC-AUDIT-LIT                      PIC X(7).
           05 RC-AUD-VALUE                      PIC X(7).
           05 FILLER                            PIC X(9).
           05 RC-SUM-VALUE                      PIC X(7).
           05 FILLER                            PIC X(18).

           COPY NOTIFRT.

      *    WHAT WAS SENT AND HELD BACK PER ROUTE TONIGHT, PARALLEL TO
      *    THE ROUTING TABLE, AND THE REPORT A HELD-BACK EVENT IS ON
       01  WS-ROUTE-CNT-TBL.
           05 WS-ROUTE-CNT-ENTRY OCCURS 16 TIMES.
               10 WN-SENT                       PIC 9(5).
               10 WN-HELD                       PIC 9(5).
               10 WN-SOURCE                     PIC X(8).
       01  WS-ROUTE-SUB                         PIC 9(2)   VALUE 0.

      *    THE EVENT IN HAND - SET BEFORE 8000-SEND-EVENT
       01  WS-EVT-EVENT                         PIC X(8).
       01  WS-EVT-SEVERITY                      PIC X(4).
       01  WS-EVT-SOURCE                        PIC X(8).
       01  WS-EVT-TEXT                          PIC X(56).

      *    MESSAGE TEXT IS BUILT A WORD AT A TIME - EACH PIECE IS
      *    LEFT-JUSTIFIED AND ENDS AT ITS FIRST DOUBLE SPACE
       01  WS-PIECE                             PIC X(40).
       01  WS-PIECE-LEAD                        PIC 9(2)   VALUE 0.
       01  WS-TEXT-PTR                          PIC 9(3)   VALUE 1.
       01  WS-NUM-EDIT                          PIC Z(8)9.

       01  WS-SEQ                               PIC 9(4)   VALUE 0.
       01  WS-EVENT-CNT                         PIC 9(5)   VALUE 0.
       01  WS-HELD-CNT                          PIC 9(5)   VALUE 0.

           COPY NOTIFREC.

       01  WS-RUN-DATE                          PIC X(8).

       COPY PARMWS.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 7000-LOAD-PARAMETERS THRU 7000-EXIT
           PERFORM 7100-ECHO-PARAMETERS THRU 7100-EXIT

           MOVE 1 TO WS-ROUTE-SUB
           PERFORM UNTIL WS-ROUTE-SUB GREATER WS-ROUTE-CNT
               MOVE 0      TO WN-SENT(WS-ROUTE-SUB)
                              WN-HELD(WS-ROUTE-SUB)
               MOVE SPACES TO WN-SOURCE(WS-ROUTE-SUB)
               ADD 1 TO WS-ROUTE-SUB
           END-PERFORM

           PERFORM 1000-LOAD-STEP-STATUS THRU 1000-EXIT

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY NOTIFY-FILE.

           PERFORM 1200-NOTIFY-NIGHT-HELD  THRU 1200-EXIT
           IF NOT NIGHT-HELD
               PERFORM 1500-NOTIFY-STEP-STATUS THRU 1500-EXIT
               PERFORM 2000-NOTIFY-SECALERT    THRU 2000-EXIT
               PERFORM 3000-NOTIFY-ESCALRPT    THRU 3000-EXIT
               PERFORM 4000-NOTIFY-FRAUDRPT    THRU 4000-EXIT
               PERFORM 5000-NOTIFY-RECONRPT    THRU 5000-EXIT
           END-IF
           PERFORM 6000-NOTIFY-HELD-BACK   THRU 6000-EXIT

           IF WS-EVENT-CNT EQUAL 0
               PERFORM 6500-NOTIFY-ALL-CLEAR THRU 6500-EXIT
           END-IF

           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY NOTIFY-FILE.
           DISPLAY WS-SEQ ' NOTIFICATION MESSAGES WRITTEN FOR '
               WS-RUN-DATE
           DISPLAY WS-HELD-CNT ' EVENTS PAST NOTIFY-MAX-EVENTS '
               'COUNTED IN SUMMARY MESSAGES'
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * LOAD EACH DAY PROGRAM'S STATUS FOR THE NIGHT. THE RUN-STATUS *
      * FILE IS THE NORMAL SOURCE; WHEN MASTER-CONTROL DID NOT RUN   *
      * IT IS MISSING OR EMPTY, AND THE DAY STEPS' OWN INTERFACE     *
      * LINES ARE READ INSTEAD. THE NIGHT IS THE LATEST RUN DATE     *
      * FOUND                                                        *
      ****************************************************************
       1000-LOAD-STEP-STATUS.

           MOVE 'SECRET-ENTRANCE' TO WS-STEP-NAME(1)
           MOVE 'GIFT-SHOP2'      TO WS-STEP-NAME(2)
           MOVE 'GIFT-SHOP3'      TO WS-STEP-NAME(3)
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB GREATER 3
               MOVE SPACES TO WS-STEP-DATE(WS-STEP-SUB)
                              WS-STEP-START(WS-STEP-SUB)
               MOVE 0      TO WS-STEP-EXCEPTS(WS-STEP-SUB)
               MOVE '12'   TO WS-STEP-STATUS(WS-STEP-SUB)
               ADD 1 TO WS-STEP-SUB
           END-PERFORM

           OPEN INPUT RUNSTAT-FILE
           IF NOT INPUT-FILE-NOT-FOUND
               MOVE 0 TO WS-LINE-CNT
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL EOF
                   READ RUNSTAT-FILE INTO WS-STAT-IN-LINE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-CNT
                           PERFORM 1100-STASH-STATUS THRU 1100-EXIT
                   END-READ
               END-PERFORM
               CLOSE RUNSTAT-FILE
               IF WS-LINE-CNT GREATER 0
                   SET RUNSTAT-FOUND TO TRUE
                   MOVE 'RUNSTAT' TO WS-STAT-SOURCE
                   GO TO 1000-DATE
               END-IF
           END-IF

           DISPLAY 'NOTE: RUN-STATUS FILE MISSING OR EMPTY - DAY STEP '
               'STATUS TAKEN FROM THE DAY-RESULTS INTERFACE FILE'
           OPEN INPUT DAYRSLT-FILE
           IF RSLT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO DAY-RESULTS INTERFACE FILE EITHER - '
                   'NO DAY STEP LEFT A RESULT'
               GO TO 1000-DATE
           END-IF
           MOVE 'DAYRSLT' TO WS-STAT-SOURCE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ DAYRSLT-FILE INTO WS-STAT-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-STASH-STATUS THRU 1100-EXIT
               END-READ
           END-PERFORM
           CLOSE DAYRSLT-FILE
           .
       1000-DATE.

      *    THE NIGHT BEING REPORTED IS THE LATEST ON THE FILE, NOT
      *    THIS STEP'S OWN CLOCK, WHICH MAY HAVE CROSSED MIDNIGHT
           IF WS-LATEST-DATE NOT EQUAL SPACES
               MOVE WS-LATEST-DATE TO WS-RUN-DATE
           END-IF
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * STASH ONE STATUS LINE INTO ITS PROGRAM'S SLOT - A LATER RUN  *
      * DATE REPLACES AN EARLIER ONE, AND THE LAST LINE FOR A DATE   *
      * WINS                                                          *
      ****************************************************************
       1100-STASH-STATUS.

           IF SI-RUN-DATE NOT NUMERIC
               GO TO 1100-EXIT
           END-IF
           IF WS-LATEST-DATE EQUAL SPACES
                   OR SI-RUN-DATE GREATER WS-LATEST-DATE
               MOVE SI-RUN-DATE TO WS-LATEST-DATE
           END-IF

           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB GREATER 3
                   OR SI-PROGRAM-ID EQUAL WS-STEP-NAME(WS-STEP-SUB)
               ADD 1 TO WS-STEP-SUB
           END-PERFORM
           IF WS-STEP-SUB GREATER 3
               GO TO 1100-EXIT
           END-IF
           IF WS-STEP-DATE(WS-STEP-SUB) NOT EQUAL SPACES
                   AND SI-RUN-DATE LESS WS-STEP-DATE(WS-STEP-SUB)
               GO TO 1100-EXIT
           END-IF

           MOVE SI-RUN-DATE   TO WS-STEP-DATE(WS-STEP-SUB)
           MOVE SI-START-TIME TO WS-STEP-START(WS-STEP-SUB)
           MOVE SI-STATUS     TO WS-STEP-STATUS(WS-STEP-SUB)
           IF SI-EXCEPT-CNT NUMERIC
               MOVE SI-EXCEPT-CNT TO WS-STEP-EXCEPTS(WS-STEP-SUB)
           ELSE
               MOVE 0 TO WS-STEP-EXCEPTS(WS-STEP-SUB)
           END-IF
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * A NIGHT HELD BY FEED-READY OR PARM-EDIT NEVER REACHED A DAY  *
      * STEP, SO ITS STATUS AND REPORTS ARE NOT LOOKED AT - ONE      *
      * MESSAGE PER LINE OF THE HOLD NOTE INSTEAD, UNDER THE HELD    *
      * NIGHT'S DATE. A LINE NO LATER THAN THE NIGHT THE DAY STEPS   *
      * LAST RAN IS LEFT OVER FROM A HOLD THAT WAS SINCE RESTARTED    *
      * PAST, AND IS PASSED OVER                                      *
      ****************************************************************
       1200-NOTIFY-NIGHT-HELD.

           OPEN INPUT HOLDNOTE-FILE
           IF INPUT-FILE-NOT-FOUND
               GO TO 1200-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ HOLDNOTE-FILE INTO WS-HNOTE-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF HN-RUN-DATE NUMERIC
                               AND (WS-LATEST-DATE EQUAL SPACES
                                OR HN-RUN-DATE GREATER WS-LATEST-DATE)
                           PERFORM 1210-SEND-HOLD THRU 1210-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLDNOTE-FILE
           .
       1200-EXIT.
           EXIT.

       1210-SEND-HOLD.

           SET NIGHT-HELD TO TRUE
           MOVE HN-RUN-DATE TO WS-RUN-DATE
           IF HN-PROGRAM-ID EQUAL 'PARM-EDIT'
               MOVE 'CARDREJ'  TO WS-EVT-EVENT
               MOVE 'PARMEDIT' TO WS-EVT-SOURCE
           ELSE
               MOVE 'FEEDHOLD' TO WS-EVT-EVENT
               MOVE 'FEEDRDY'  TO WS-EVT-SOURCE
           END-IF
           MOVE 'CRIT'  TO WS-EVT-SEVERITY
           MOVE HN-TEXT TO WS-EVT-TEXT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       1210-EXIT.
           EXIT.

      ****************************************************************
      * ONE MESSAGE PER DAY STEP THAT FAILED OR LEFT NO RESULT, ONE  *
      * IF MASTER-CONTROL ITSELF DID NOT FINISH, AND ONE FOR A NIGHT *
      * GRADED 4 OR 8 THE WAY MASTER-CONTROL GRADES IT - A FAILED    *
      * STEP IS ALREADY THE RC 12 STORY AND IS NOT REPEATED          *
      ****************************************************************
       1500-NOTIFY-STEP-STATUS.

           MOVE WS-STAT-SOURCE TO WS-EVT-SOURCE
           IF WS-EVT-SOURCE EQUAL SPACES
               MOVE 'RUNSTAT' TO WS-EVT-SOURCE
           END-IF
           MOVE 0 TO WS-TOT-EXCEPT-CNT
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB GREATER 3
               IF WS-STEP-DATE(WS-STEP-SUB) NOT EQUAL WS-RUN-DATE
                       OR WS-STEP-START(WS-STEP-SUB) NOT NUMERIC
                   SET ANY-STEP-FAILED TO TRUE
                   MOVE 'NORESULT' TO WS-EVT-EVENT
                   MOVE 'CRIT'     TO WS-EVT-SEVERITY
                   MOVE SPACES TO WS-EVT-TEXT
                   MOVE 1 TO WS-TEXT-PTR
                   MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   MOVE 'NO RESULT FOR' TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   MOVE WS-RUN-DATE TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   MOVE '- ABEND OR BYPASS' TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   PERFORM 8000-SEND-EVENT THRU 8000-EXIT
               ELSE
                   ADD WS-STEP-EXCEPTS(WS-STEP-SUB)
                       TO WS-TOT-EXCEPT-CNT
                   IF WS-STEP-STATUS(WS-STEP-SUB) NOT EQUAL '00'
                       SET ANY-STEP-FAILED TO TRUE
                       MOVE 'STEPFAIL' TO WS-EVT-EVENT
                       MOVE 'CRIT'     TO WS-EVT-SEVERITY
                       MOVE SPACES TO WS-EVT-TEXT
                       MOVE 1 TO WS-TEXT-PTR
                       MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-PIECE
                       PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                       MOVE 'ENDED STATUS' TO WS-PIECE
                       PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                       MOVE WS-STEP-STATUS(WS-STEP-SUB) TO WS-PIECE
                       PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                       MOVE '- TRAILER OR INPUT CHECK FAILED'
                           TO WS-PIECE
                       PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                       PERFORM 8000-SEND-EVENT THRU 8000-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-STEP-SUB
           END-PERFORM

      *    WITH EVERY DAY STEP CLEAN, A MISSING RUN-STATUS FILE CAN
      *    ONLY MEAN MASTER-CONTROL ITSELF FAILED
           IF NOT RUNSTAT-FOUND AND NOT ANY-STEP-FAILED
               MOVE 'NOSTATUS' TO WS-EVT-EVENT
               MOVE 'CRIT'     TO WS-EVT-SEVERITY
               MOVE 'RUNSTAT' TO WS-EVT-SOURCE
               MOVE 'RUNSTAT MISSING - MASTER-CONTROL DID NOT COMPLETE'
                   TO WS-EVT-TEXT
               PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           END-IF

           IF ANY-STEP-FAILED OR WS-TOT-EXCEPT-CNT EQUAL 0
               GO TO 1500-EXIT
           END-IF
           MOVE 'NIGHTRC' TO WS-EVT-EVENT
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           IF WS-TOT-EXCEPT-CNT GREATER WS-PARM-EXC-THRESHOLD
               MOVE 'HIGH' TO WS-EVT-SEVERITY
               MOVE 'NIGHT GRADED RC 8 -' TO WS-PIECE
           ELSE
               MOVE 'WARN' TO WS-EVT-SEVERITY
               MOVE 'NIGHT GRADED RC 4 -' TO WS-PIECE
           END-IF
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE WS-TOT-EXCEPT-CNT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'EXCEPTIONS, THRESHOLD' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE WS-PARM-EXC-THRESHOLD TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       1500-EXIT.
           EXIT.

      ****************************************************************
      * ONE MESSAGE PER SECURITY ANOMALY - DOOR, REASON, AND THE     *
      * VALUE AGAINST ITS THRESHOLD                                   *
      ****************************************************************
       2000-NOTIFY-SECALERT.

           MOVE 'SECALERT' TO WS-EVT-SOURCE
           OPEN INPUT SECALERT-FILE
           IF INPUT-FILE-NOT-FOUND
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-LINE-CNT
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ SECALERT-FILE INTO WS-SECALERT-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-CNT
                       IF SA-DOOR-ID NOT EQUAL SPACES
                               AND SA-GAP EQUAL SPACES
                           PERFORM 2100-SEND-ALERT THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SECALERT-FILE
           IF WS-LINE-CNT EQUAL 0
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-SEND-ALERT.

           MOVE 'SECALERT' TO WS-EVT-EVENT
           MOVE 'WARN'     TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 'DOOR' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE SA-DOOR-ID TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE SA-REASON TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE SA-VALUE TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'OVER' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE SA-THRESHOLD TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * ONE MESSAGE PER DOOR ESCALATED TO CRITICAL - ITS CURRENT     *
      * STREAK AND ITS ALERT NIGHTS INSIDE THE WINDOW                 *
      ****************************************************************
       3000-NOTIFY-ESCALRPT.

           MOVE 'ESCALRPT' TO WS-EVT-SOURCE
           OPEN INPUT ESCALRPT-FILE
           IF INPUT-FILE-NOT-FOUND
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE 0 TO WS-LINE-CNT
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ ESCALRPT-FILE INTO WS-ESCAL-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-CNT
                       IF EC-CRITICAL EQUAL 'CRITICAL'
                           PERFORM 3100-SEND-ESCALATION THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESCALRPT-FILE
           IF WS-LINE-CNT EQUAL 0
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-SEND-ESCALATION.

           MOVE 'ESCALATE' TO WS-EVT-EVENT
           MOVE 'CRIT'     TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 'DOOR' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE EC-DOOR-ID TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'CRITICAL -' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE EC-STREAK-LEN TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'NIGHT STREAK,' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE EC-WINDOW-CNT TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'IN LAST' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE EC-WINDOW-LEN TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'NIGHTS' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       3100-EXIT.
           EXIT.

      ****************************************************************
      * ONE MESSAGE PER FRAUD HIT - AN INVALID PASS (HIGH WHEN THE   *
      * HOTLIST CAUGHT IT), A PASSBACK OR CLONED-CARD GROUP, OR A    *
      * SCAN OUTSIDE EVERY KIOSK-ISSUED RANGE                        *
      ****************************************************************
       4000-NOTIFY-FRAUDRPT.

           MOVE 'FRAUDRPT' TO WS-EVT-SOURCE
           OPEN INPUT FRAUDRPT-FILE
           IF INPUT-FILE-NOT-FOUND
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE 0 TO WS-LINE-CNT
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ FRAUDRPT-FILE INTO WS-FRAUD-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-CNT
                       EVALUATE TRUE
                           WHEN FR-SCANNED EQUAL 'SCANNED '
                               PERFORM 4100-SEND-INVALID-PASS
                                   THRU 4100-EXIT
                           WHEN PB-PASS-LIT EQUAL 'PASS '
                               PERFORM 4200-SEND-PASSBACK
                                   THRU 4200-EXIT
                           WHEN UN-NEAREST EQUAL 'NEAREST '
                               PERFORM 4300-SEND-UNISSUED
                                   THRU 4300-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE FRAUDRPT-FILE
           IF WS-LINE-CNT EQUAL 0
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-SEND-INVALID-PASS.

           MOVE 'FRAUD' TO WS-EVT-EVENT
           IF FR-HOTLIST-HIT
               MOVE 'HIGH' TO WS-EVT-SEVERITY
           ELSE
               MOVE 'WARN' TO WS-EVT-SEVERITY
           END-IF
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 'PASS' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE FR-PASS-ID TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'LANE' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE FR-LANE TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'AT' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE FR-SCAN-TIME TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE FR-REASON TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       4100-EXIT.
           EXIT.

       4200-SEND-PASSBACK.

           MOVE 'PASSBACK' TO WS-EVT-EVENT
           MOVE 'WARN'     TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 'PASS' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE PB-PASS-ID TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE PB-SCAN-CNT TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'SCANS' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE PB-REASON TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       4200-EXIT.
           EXIT.

       4300-SEND-UNISSUED.

           MOVE 'UNISSUED' TO WS-EVT-EVENT
           MOVE 'WARN'     TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 'PASS' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE UN-PASS-ID TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'LANE' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE UN-LANE TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'AT' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE UN-SCAN-TIME TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE '- NOT ISSUED' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       4300-EXIT.
           EXIT.

      ****************************************************************
      * ONE MESSAGE PER DOOR COUNT THE AUDIT TRAIL AND THE DOOR      *
      * SUMMARY DISAGREE ON - AUDIT-RECON'S RC 8                      *
      ****************************************************************
       5000-NOTIFY-RECONRPT.

           MOVE 'RECONRPT' TO WS-EVT-SOURCE
           OPEN INPUT RECONRPT-FILE
           IF INPUT-FILE-NOT-FOUND
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
               GO TO 5000-EXIT
           END-IF

           MOVE 0 TO WS-LINE-CNT
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ RECONRPT-FILE INTO WS-RECON-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-CNT
                       IF RC-AUDIT-LIT EQUAL ' AUDIT '
                           PERFORM 5100-SEND-MISMATCH THRU 5100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECONRPT-FILE
           IF WS-LINE-CNT EQUAL 0
               PERFORM 7500-NOTIFY-NO-REPORT THRU 7500-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT.

       5100-SEND-MISMATCH.

           MOVE 'RECON' TO WS-EVT-EVENT
           MOVE 'HIGH'  TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 'DOOR' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE RC-DOOR-ID TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE RC-REASON TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE '- AUDIT' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE RC-AUD-VALUE TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'SUMMARY' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE RC-SUM-VALUE TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       5100-EXIT.
           EXIT.

      ****************************************************************
      * ONE SUMMARY MESSAGE PER ROUTE THAT WENT PAST                 *
      * NOTIFY-MAX-EVENTS, COUNTING WHAT WAS HELD BACK AND NAMING    *
      * THE REPORT THAT LISTS IT ALL                                  *
      ****************************************************************
       6000-NOTIFY-HELD-BACK.

           MOVE 1 TO WS-ROUTE-SUB
           PERFORM UNTIL WS-ROUTE-SUB GREATER WS-ROUTE-CNT
               IF WN-HELD(WS-ROUTE-SUB) GREATER 0
                   MOVE SPACES TO WS-EVT-TEXT
                   MOVE 1 TO WS-TEXT-PTR
                   MOVE WN-HELD(WS-ROUTE-SUB) TO WS-NUM-EDIT
                   MOVE WS-NUM-EDIT TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   MOVE 'MORE' TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   MOVE RT-EVENT(WS-ROUTE-SUB) TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   MOVE 'EVENTS NOT SENT - SEE' TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   MOVE WN-SOURCE(WS-ROUTE-SUB) TO WS-PIECE
                   PERFORM 8100-ADD-PIECE THRU 8100-EXIT
                   PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
               END-IF
               ADD 1 TO WS-ROUTE-SUB
           END-PERFORM
           .
       6000-EXIT.
           EXIT.

      ****************************************************************
      * NOTHING TO REPORT - SAY SO, SO THE DAY SHIFT KNOWS THE FEED  *
      * RAN RATHER THAN GUESSING FROM SILENCE                         *
      ****************************************************************
       6500-NOTIFY-ALL-CLEAR.

           MOVE 'ALLCLEAR' TO WS-EVT-EVENT
           MOVE 'INFO'     TO WS-EVT-SEVERITY
           MOVE 'RUNSTAT'  TO WS-EVT-SOURCE
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE 'NIGHT' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE WS-RUN-DATE TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'ALL CLEAR - EVERY STEP CLEAN'
               TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       6500-EXIT.
           EXIT.

      ****************************************************************
      * A REPORT THE NIGHT SHOULD HAVE PRODUCED IS NOT THERE, OR IS  *
      * STILL EMPTY - ITS STEP WAS BYPASSED OR FAILED BEFORE WRITING *
      * IT                                                            *
      ****************************************************************
       7500-NOTIFY-NO-REPORT.

           MOVE 'NOREPORT' TO WS-EVT-EVENT
           MOVE 'WARN'     TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           MOVE 1 TO WS-TEXT-PTR
           MOVE WS-EVT-SOURCE TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           MOVE 'MISSING OR EMPTY - ITS STEP DID NOT RUN' TO WS-PIECE
           PERFORM 8100-ADD-PIECE THRU 8100-EXIT
           PERFORM 8000-SEND-EVENT THRU 8000-EXIT
           .
       7500-EXIT.
           EXIT.

      ****************************************************************
      * ROUTE THE EVENT IN HAND AND WRITE ITS MESSAGE, UNLESS ITS    *
      * ROUTE HAS ALREADY SENT NOTIFY-MAX-EVENTS TONIGHT - THEN IT   *
      * IS ONLY COUNTED FOR THE SUMMARY MESSAGE                       *
      ****************************************************************
       8000-SEND-EVENT.

           MOVE 1 TO WS-ROUTE-SUB
           PERFORM UNTIL WS-ROUTE-SUB GREATER WS-ROUTE-CNT
                   OR (RT-EVENT(WS-ROUTE-SUB) EQUAL WS-EVT-EVENT
                   AND RT-SEVERITY(WS-ROUTE-SUB) EQUAL WS-EVT-SEVERITY)
               ADD 1 TO WS-ROUTE-SUB
           END-PERFORM
           ADD 1 TO WS-EVENT-CNT

           IF WS-ROUTE-SUB GREATER WS-ROUTE-CNT
      *        NO ROUTE FOR IT - PAGE THE ON-CALL OPERATOR RATHER THAN
      *        LET IT GO UNSEEN
               DISPLAY 'WARNING: NO ROUTE FOR ' WS-EVT-EVENT ' '
                   WS-EVT-SEVERITY ' - SENT TO THE ON-CALL OPERATOR'
               MOVE SPACES TO WS-NOTIFY-LINE
               MOVE 'OPSONCL' TO NT-GROUP
               SET NT-BY-PAGE TO TRUE
               GO TO 8000-WRITE
           END-IF

           IF WN-SENT(WS-ROUTE-SUB) NOT LESS WS-PARM-NOTIFY-MAX-EVENTS
               ADD 1 TO WN-HELD(WS-ROUTE-SUB)
               ADD 1 TO WS-HELD-CNT
               MOVE WS-EVT-SOURCE TO WN-SOURCE(WS-ROUTE-SUB)
               GO TO 8000-EXIT
           END-IF
           ADD 1 TO WN-SENT(WS-ROUTE-SUB)
           .
       8000-WRITE.

           PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
           .
       8000-EXIT.
           EXIT.

      ****************************************************************
      * APPEND WS-PIECE TO THE MESSAGE TEXT AS ONE WORD GROUP - ITS  *
      * LEADING SPACES DROPPED, ENDING AT ITS FIRST DOUBLE SPACE, ONE *
      * SPACE BEFORE IT. TEXT PAST THE END OF THE MESSAGE IS LOST     *
      ****************************************************************
       8100-ADD-PIECE.

           IF WS-PIECE EQUAL SPACES
               GO TO 8100-EXIT
           END-IF
           MOVE 0 TO WS-PIECE-LEAD
           INSPECT WS-PIECE TALLYING WS-PIECE-LEAD FOR LEADING SPACES
           IF WS-TEXT-PTR GREATER 1
               ADD 1 TO WS-TEXT-PTR
           END-IF
           IF WS-TEXT-PTR GREATER 56
               GO TO 8100-EXIT
           END-IF
           STRING WS-PIECE(WS-PIECE-LEAD + 1:) DELIMITED BY '  '
               INTO WS-EVT-TEXT WITH POINTER WS-TEXT-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING
           .
       8100-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE GATEWAY MESSAGE FOR ROUTE WS-ROUTE-SUB (OR THE     *
      * FALLBACK ROUTE ALREADY SET)                                   *
      ****************************************************************
       8200-WRITE-MESSAGE.

           IF WS-ROUTE-SUB NOT GREATER WS-ROUTE-CNT
               MOVE SPACES TO WS-NOTIFY-LINE
               MOVE RT-GROUP(WS-ROUTE-SUB)   TO NT-GROUP
               MOVE RT-CHANNEL(WS-ROUTE-SUB) TO NT-CHANNEL
               MOVE RT-EVENT(WS-ROUTE-SUB)   TO NT-EVENT
               MOVE RT-SEVERITY(WS-ROUTE-SUB) TO NT-SEVERITY
           ELSE
               MOVE WS-EVT-EVENT    TO NT-EVENT
               MOVE WS-EVT-SEVERITY TO NT-SEVERITY
           END-IF
           ADD 1 TO WS-SEQ
           MOVE WS-RUN-DATE TO NT-RUN-DATE
           MOVE WS-SEQ      TO NT-SEQ
           MOVE WS-EVT-TEXT TO NT-TEXT
           WRITE NOTIFY-RECORD FROM WS-NOTIFY-LINE
           .
       8200-EXIT.
           EXIT.

           COPY PARMPA.
