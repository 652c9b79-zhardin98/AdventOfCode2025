       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCH-UP.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * MULTI-NIGHT CATCH-UP DRIVER. AFTER AN OUTAGE OR A CALENDAR   *
      * HOLIDAY THE FRONT DESK, KIOSKS, AND RIGS STILL SEND A FEED   *
      * FOR EVERY NIGHT WE MISSED, EACH KEPT UNDER ITS OWN DATED     *
      * NAME - <FEED BASE>.DCCYYMMDD. THIS DRIVER TAKES A FROM/TO    *
      * RUN-DATE RANGE AND PLAYS THE MISSED NIGHTS IN DATE ORDER IN  *
      * ONE SUBMISSION: EACH NIGHT'S FEEDS ARE STAGED ONTO THE DAY   *
      * PROGRAMS' INPUT FILES, SECRET-ENTRANCE, GIFT-SHOP2, AND       *
      * GIFT-SHOP3 ARE CALLED THROUGH THEIR DRIVER ENTRY POINTS WITH *
      * THAT NIGHT AS THE RUN DATE, PASS-VERIFY CHECKS THE NIGHT'S   *
      * TURNSTILE SCANS THE SAME WAY, AND MASTER-CONTROL THEN GRADES *
      * THE NIGHT - SO HISTORY, CTLTOTAL, DOORHIST, ALERTHIST,       *
      * FRAUDHIST, AND DAYRSLT EACH GET THE NIGHT'S OWN DATE. MONTH- *
      * END FOLLOWS AS IN THE NIGHTLY JOB AND WRITES ITS SUMMARY     *
      * WHEN THE NIGHT CLOSES A MONTH. THE NIGHT'S CLOSING DOOR      *
      * SUMMARY IS CARRIED INTO THE PRIOR SUMMARY THE NEXT NIGHT     *
      * STARTS FROM, AS THE DOORSUM GENERATIONS DO NIGHTLY.          *
      *                                                             *
      * THE RUN STOPS AT THE FIRST NIGHT THAT FAILS - A FEED NOT     *
      * RECEIVED (RC 16) OR A DAY PROGRAM OR MASTER-CONTROL FAILURE  *
      * (RC 12) - WITH EVERY EARLIER NIGHT COMPLETE. THE CONTROL     *
      * FILE KEEPS THE RANGE AND THE LAST NIGHT COMPLETED, SO        *
      * RESUBMITTING THE SAME CARDS ONCE THE PROBLEM IS FIXED PICKS  *
      * UP AT THE NIGHT THAT FAILED. A RANGE ALREADY FINISHED IS NOT *
      * PLAYED AGAIN. OTHERWISE THE RC IS THE WORST NIGHT'S GRADE    *
      * FROM MASTER-CONTROL. A CARD IN ERROR ENDS THE RUN WITH RC 20 *
      * BEFORE ANY NIGHT IS TOUCHED.                                 *
      *                                                             *
      * SYSIN CARDS:                                                *
      *   FROM=CCYYMMDD      FIRST MISSED NIGHT (REQUIRED)          *
      *   TO=CCYYMMDD        LAST MISSED NIGHT (REQUIRED)           *
      *   FEED1=NAME         SECRET-ENTRANCE FEED BASE NAME         *
      *                      (DEFAULT AOC.DAY01.INFILE)             *
      *   FEED2=NAME         GIFT-SHOP2 FEED BASE NAME              *
      *                      (DEFAULT AOC.DAY02.INFILE)             *
      *   FEED3=NAME         GIFT-SHOP3 FEED BASE NAME              *
      *                      (DEFAULT AOC.DAY03.INFILE)             *
      *   SCANLOG=NAME       PASS-VERIFY SCAN LOG BASE NAME         *
      *                      (DEFAULT AOC.TURNSTILE.SCANLOG)        *
      *   '*' IN COLUMN 1 IS A COMMENT                              *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CATCH-UP CONTROL CARDS
           SELECT CARD-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    RANGE AND LAST NIGHT COMPLETED, REWRITTEN AFTER EACH NIGHT
           SELECT CONTROL-FILE ASSIGN TO 'CATCHCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *    NIGHTLY-RESULTS HISTORY - THE LAST NIGHT ALREADY RUN
           COPY HISTSL.
      *    ONE NIGHT'S DATED FEEDS - THE NAMES ARE BUILT PER NIGHT
           SELECT FEED1-FILE ASSIGN TO WS-FEED1-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT FEED2-FILE ASSIGN TO WS-FEED2-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT FEED3-FILE ASSIGN TO WS-FEED3-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SCANFEED-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    THE DAY PROGRAMS' OWN INPUT FILES, STAGED FROM THE ABOVE
           SELECT INFILE1-FILE ASSIGN TO 'INFILE1.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT INFILE2-FILE ASSIGN TO 'INFILE2.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT INFILE3-FILE ASSIGN TO 'INFILE3.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
      *    PASS-VERIFY'S SCAN LOG, STAGED THE SAME WAY
           SELECT SCANLOG-FILE ASSIGN TO 'SCANLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
      *    DOOR SUMMARY IN FORCE BEFORE THE FIRST MISSED NIGHT
           SELECT LASTSUM-FILE ASSIGN TO 'LASTSUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    THE NIGHT'S CLOSING DOOR SUMMARY FROM SECRET-ENTRANCE
           SELECT DOORSUM-FILE ASSIGN TO 'DOORSUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    THE SUMMARY THE NEXT NIGHT'S SECRET-ENTRANCE STARTS FROM
           SELECT PRIORSUM-FILE ASSIGN TO 'PRIORSUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
      *    ONE LINE PER NIGHT PLAYED, FOR THE OPERATOR
           SELECT REPORT-FILE ASSIGN TO 'CATCHRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CARD-RECORD.
       01  CARD-RECORD                          PIC X(80).

       FD  CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                       PIC X(80).

       COPY HISTFD.

      *    THE FEEDS ARE COPIED AT THEIR TRUE LENGTHS, AS FEED-READY
      *    READS THEM, SO THE DAY PROGRAMS SEE EXACTLY WHAT WAS SENT
       FD  FEED1-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 17 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS FEED1-RECORD.
       01  FEED1-RECORD                         PIC X(17).

       FD  FEED2-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 11000 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS FEED2-RECORD.
       01  FEED2-RECORD                         PIC X(11000).

       FD  FEED3-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 9999 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS FEED3-RECORD.
       01  FEED3-RECORD                         PIC X(9999).

       FD  SCANFEED-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCANFEED-RECORD.
       01  SCANFEED-RECORD                      PIC X(80).

       FD  INFILE1-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 17 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS INFILE1-RECORD.
       01  INFILE1-RECORD                       PIC X(17).

       FD  INFILE2-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 11000 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS INFILE2-RECORD.
       01  INFILE2-RECORD                       PIC X(11000).

       FD  INFILE3-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 9999 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS INFILE3-RECORD.
       01  INFILE3-RECORD                       PIC X(9999).

       FD  SCANLOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCANLOG-RECORD.
       01  SCANLOG-RECORD                       PIC X(80).

       FD  LASTSUM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LASTSUM-RECORD.
       01  LASTSUM-RECORD                       PIC X(80).

       FD  DOORSUM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORSUM-RECORD.
       01  DOORSUM-RECORD                       PIC X(80).

       FD  PRIORSUM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRIORSUM-RECORD.
       01  PRIORSUM-RECORD                      PIC X(80).

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

       01  WS-INPUT-STATUS                      PIC X(2).
           88 INPUT-FILE-NOT-FOUND                         VALUE '35'.
       01  WS-OUTPUT-STATUS                     PIC X(2).
       01  WS-CONTROL-STATUS                    PIC X(2).
           88 CONTROL-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-REC-LEN                           PIC 9(5)   VALUE 0.

           COPY HISTWS.

      *    CONTROL CARDS AS READ
       01  WS-CARD-LINE                         PIC X(80).
       01  WS-CARD-KEYWORD                      PIC X(20).
       01  WS-CARD-VALUE                        PIC X(44).
       01  WS-EQUAL-CNT                         PIC 9(2)   VALUE 0.
       01  WS-CARD-ERR-CNT                      PIC 9(3)   VALUE 0.

      *    THE RANGE ASKED FOR, AND THE FEED BASE NAMES
       01  WS-FROM-DATE                         PIC X(8)   VALUE SPACES.
       01  WS-TO-DATE                           PIC X(8)   VALUE SPACES.
       01  WS-FROM-INT                          PIC 9(8)   VALUE 0.
       01  WS-TO-INT                            PIC 9(8)   VALUE 0.
       01  WS-FEED1-BASE                        PIC X(34)  VALUE
           'AOC.DAY01.INFILE'.
       01  WS-FEED2-BASE                        PIC X(34)  VALUE
           'AOC.DAY02.INFILE'.
       01  WS-FEED3-BASE                        PIC X(34)  VALUE
           'AOC.DAY03.INFILE'.
       01  WS-SCAN-BASE                         PIC X(34)  VALUE
           'AOC.TURNSTILE.SCANLOG'.

      *    THE NAMES THE FEED SELECTS ARE ASSIGNED TO FOR THE NIGHT
       01  WS-FEED1-NAME                        PIC X(44).
       01  WS-FEED2-NAME                        PIC X(44).
       01  WS-FEED3-NAME                        PIC X(44).
       01  WS-SCAN-NAME                         PIC X(44).
       01  WS-MISSING-FEED                      PIC X(44).

      *    DATE CHECKING WORK AREAS
       01  WS-CHECK-DATE                        PIC X(8).
       01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
                                                PIC 9(8).
       01  WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-CCYY                     PIC 9(4).
           05 WS-CHECK-MM                       PIC 9(2).
           05 WS-CHECK-DD                       PIC 9(2).
       01  WS-CHECK-INT                         PIC 9(8)   VALUE 0.
       01  WS-CHECK-BACK                        PIC 9(8)   VALUE 0.
       01  WS-TODAY                             PIC X(8).
       01  WS-LATEST-HIST-DATE                  PIC X(8)   VALUE SPACES.

      *    CATCH-UP CONTROL LINE - THE RANGE, THE LAST NIGHT FULLY
      *    COMPLETED (ZEROS BEFORE THE FIRST), AND THE NIGHT THE RUN
      *    LAST STOPPED AT
       01  WS-CONTROL-LINE.
           05 CC-FROM-DATE                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 CC-TO-DATE                        PIC X(8).
           05 FILLER                            PIC X(1).
           05 CC-LAST-DONE                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 CC-STOPPED-AT                     PIC X(8).
           05 FILLER                            PIC X(1).
           05 CC-STATE                          PIC X(1).
              88 CC-RUNNING                                VALUE 'R'.
              88 CC-STOPPED                                VALUE 'S'.
              88 CC-COMPLETE                               VALUE 'C'.
           05 FILLER                            PIC X(43).
       01  WS-RESTART-SW                        PIC X(1)   VALUE 'N'.
           88 RESTARTING                                   VALUE 'Y'.

      *    THE NIGHT BEING PLAYED
       01  WS-NIGHT-DATE                        PIC X(8).
       01  WS-NIGHT-DATE-N REDEFINES WS-NIGHT-DATE
                                                PIC 9(8).
       01  WS-NIGHT-INT                         PIC 9(8)   VALUE 0.
       01  WS-NIGHT-CNT                         PIC 9(3)   VALUE 0.
       01  WS-STOP-SW                           PIC X(1)   VALUE 'N'.
           88 RUN-STOPPED                                  VALUE 'Y'.

      *    WHAT EACH DAY PROGRAM HANDED BACK FOR THE NIGHT
       01  WS-DAY-TBL.
           05 WS-DAY-ENTRY OCCURS 3 TIMES.
               10 WD-PROGRAM                    PIC X(16).
               10 WD-RESULT                     PIC 9(18).
               10 WD-EXCEPT-CNT                 PIC 9(7).
               10 WD-STATUS                     PIC X(2).
       01  WS-DAY-SUB                           PIC 9(1)   VALUE 0.
       01  WS-MASTER-RC                         PIC 9(2)   VALUE 0.
       01  WS-CATCH-RC                          PIC 9(2)   VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(23)  VALUE
               'CATCH-UP RUN FOR NIGHTS'.
           05 FILLER                            PIC X(1)   VALUE SPACE.
           05 WH-FROM-DATE                      PIC X(8).
           05 FILLER                            PIC X(4)   VALUE ' TO '.
           05 WH-TO-DATE                        PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WH-MODE                           PIC X(34).

       01  WS-COLUMN-LINE.
           05 FILLER                            PIC X(40)  VALUE
               'NIGHT     DAY1 DAY2 DAY3 MASTER  OUTCOME'.
           05 FILLER                            PIC X(40)  VALUE SPACES.

       01  WS-NIGHT-LINE.
           05 WN-NIGHT-DATE                     PIC X(8).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WN-STATUS OCCURS 3 TIMES.
               10 WN-DAY-STATUS                 PIC X(2).
               10 FILLER                        PIC X(3).
           05 WN-MASTER-RC                      PIC X(2).
           05 FILLER                            PIC X(6)   VALUE SPACES.
           05 WN-OUTCOME                        PIC X(46).

       01  WS-TRAILER-LINE.
           05 WT-NIGHT-CNT                      PIC ZZ9.
           05 FILLER                            PIC X(30)  VALUE
               ' NIGHTS COMPLETED THIS RUN, RC'.
           05 FILLER                            PIC X(1)   VALUE SPACE.
           05 WT-CATCH-RC                       PIC 9(2).
           05 FILLER                            PIC X(44)  VALUE SPACES.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 'SECRET-ENTRANCE' TO WD-PROGRAM(1)
           MOVE 'GIFT-SHOP2'      TO WD-PROGRAM(2)
           MOVE 'GIFT-SHOP3'      TO WD-PROGRAM(3)

           PERFORM 1000-READ-CARDS     THRU 1000-EXIT
           IF WS-CARD-ERR-CNT EQUAL 0
               PERFORM 1200-CHECK-RANGE THRU 1200-EXIT
           END-IF
           IF WS-CARD-ERR-CNT GREATER 0
               DISPLAY 'ERROR: ' WS-CARD-ERR-CNT ' CONTROL CARD '
                   'ERRORS - NO NIGHT RUN'
               MOVE 20 TO WS-CATCH-RC
               GO TO 0000-EXIT
           END-IF

           PERFORM 1300-CHECK-RESTART  THRU 1300-EXIT
           IF CC-COMPLETE
               DISPLAY 'NIGHTS ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   ' WERE ALREADY CAUGHT UP - NOTHING TO RUN'
               GO TO 0000-EXIT
           END-IF
           IF NOT RESTARTING
               PERFORM 1400-CHECK-HISTORY THRU 1400-EXIT
               IF WS-CATCH-RC GREATER 0
                   GO TO 0000-EXIT
               END-IF
               PERFORM 1500-SEED-PRIOR-SUMMARY THRU 1500-EXIT
           END-IF

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           MOVE WS-FROM-DATE TO WH-FROM-DATE
           MOVE WS-TO-DATE   TO WH-TO-DATE
           IF RESTARTING
               STRING 'RESTARTED AT ' DELIMITED BY SIZE
                      WS-NIGHT-DATE   DELIMITED BY SIZE
                   INTO WH-MODE
               END-STRING
           ELSE
               MOVE 'FIRST SUBMISSION' TO WH-MODE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE

           PERFORM 2000-RUN-NIGHT THRU 2000-EXIT
               UNTIL RUN-STOPPED
                   OR WS-NIGHT-INT GREATER WS-TO-INT

           IF NOT RUN-STOPPED
               SET CC-COMPLETE TO TRUE
               PERFORM 2600-WRITE-CONTROL THRU 2600-EXIT
               DISPLAY 'NIGHTS ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   ' CAUGHT UP'
           END-IF

           MOVE WS-NIGHT-CNT TO WT-NIGHT-CNT
           MOVE WS-CATCH-RC  TO WT-CATCH-RC
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           DISPLAY WS-NIGHT-CNT ' NIGHTS COMPLETED THIS RUN'
           .
       0000-EXIT.
      *    THE CALLED PROGRAMS SET THEIR OWN RETURN CODES - THE
      *    STEP ENDS WITH THE CATCH-UP'S
           MOVE WS-CATCH-RC TO RETURN-CODE
           GOBACK.

      ****************************************************************
      * READ THE CONTROL CARDS - FROM AND TO ARE REQUIRED, THE FEED  *
      * BASE NAMES ARE OPTIONAL                                       *
      ****************************************************************
       1000-READ-CARDS.

           OPEN INPUT CARD-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'ERROR: NO CONTROL CARDS'
               ADD 1 TO WS-CARD-ERR-CNT
               GO TO 1000-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ CARD-FILE INTO WS-CARD-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-APPLY-CARD THRU 1100-EXIT
               END-READ
           END-PERFORM
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY CARD-FILE.

           IF WS-FROM-DATE EQUAL SPACES
               DISPLAY 'ERROR: NO FROM=CCYYMMDD CARD'
               ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           IF WS-TO-DATE EQUAL SPACES
               DISPLAY 'ERROR: NO TO=CCYYMMDD CARD'
               ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * SPLIT AND APPLY ONE CONTROL CARD                               *
      ****************************************************************
       1100-APPLY-CARD.

           IF WS-CARD-LINE EQUAL SPACES
                   OR WS-CARD-LINE(1:1) EQUAL '*'
               GO TO 1100-EXIT
           END-IF

           MOVE 0 TO WS-EQUAL-CNT
           INSPECT WS-CARD-LINE TALLYING WS-EQUAL-CNT FOR ALL '='
           IF WS-EQUAL-CNT EQUAL 0
               DISPLAY 'ERROR: NOT A KEYWORD=VALUE CARD: '
                   WS-CARD-LINE(1:40)
               ADD 1 TO WS-CARD-ERR-CNT
               GO TO 1100-EXIT
           END-IF

           MOVE SPACES TO WS-CARD-KEYWORD
                          WS-CARD-VALUE
           UNSTRING WS-CARD-LINE DELIMITED BY '='
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING

           EVALUATE WS-CARD-KEYWORD
               WHEN 'FROM'
                   MOVE WS-CARD-VALUE TO WS-FROM-DATE
               WHEN 'TO'
                   MOVE WS-CARD-VALUE TO WS-TO-DATE
               WHEN 'FEED1'
                   MOVE WS-CARD-VALUE TO WS-FEED1-BASE
               WHEN 'FEED2'
                   MOVE WS-CARD-VALUE TO WS-FEED2-BASE
               WHEN 'FEED3'
                   MOVE WS-CARD-VALUE TO WS-FEED3-BASE
               WHEN 'SCANLOG'
                   MOVE WS-CARD-VALUE TO WS-SCAN-BASE
               WHEN OTHER
                   DISPLAY 'ERROR: UNKNOWN CONTROL CARD: '
                       WS-CARD-KEYWORD
                   ADD 1 TO WS-CARD-ERR-CNT
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * BOTH ENDS MUST BE REAL CALENDAR DATES, IN ORDER, AND NOT     *
      * LATER THAN TODAY - THERE IS NO FEED YET FOR A FUTURE NIGHT   *
      ****************************************************************
       1200-CHECK-RANGE.

           MOVE WS-FROM-DATE TO WS-CHECK-DATE
           PERFORM 1250-CHECK-DATE THRU 1250-EXIT
           MOVE WS-CHECK-INT TO WS-FROM-INT
           MOVE WS-TO-DATE TO WS-CHECK-DATE
           PERFORM 1250-CHECK-DATE THRU 1250-EXIT
           MOVE WS-CHECK-INT TO WS-TO-INT
           IF WS-FROM-INT EQUAL 0 OR WS-TO-INT EQUAL 0
               GO TO 1200-EXIT
           END-IF

           IF WS-FROM-DATE GREATER WS-TO-DATE
               DISPLAY 'ERROR: FROM ' WS-FROM-DATE ' IS AFTER TO '
                   WS-TO-DATE
               ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           IF WS-TO-DATE GREATER WS-TODAY
               DISPLAY 'ERROR: TO ' WS-TO-DATE ' IS AFTER TODAY '
                   WS-TODAY
               ADD 1 TO WS-CARD-ERR-CNT
           END-IF
           .
       1200-EXIT.
           EXIT.

      *    WS-CHECK-INT IS LEFT ZERO FOR A DATE THAT IS NOT REAL
       1250-CHECK-DATE.

           MOVE 0 TO WS-CHECK-INT
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO 1250-BAD
           END-IF
           IF WS-CHECK-MM LESS 1 OR WS-CHECK-MM GREATER 12
                   OR WS-CHECK-DD LESS 1 OR WS-CHECK-DD GREATER 31
                   OR WS-CHECK-CCYY LESS 1601
               GO TO 1250-BAD
           END-IF
      *    A DAY PAST THE END OF ITS MONTH DOES NOT COME BACK THE
      *    SAME FROM THE DAY-NUMBER ROUND TRIP
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-N)
           COMPUTE WS-CHECK-BACK =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
           IF WS-CHECK-BACK EQUAL WS-CHECK-DATE-N
               GO TO 1250-EXIT
           END-IF
           MOVE 0 TO WS-CHECK-INT
           .
       1250-BAD.

           DISPLAY 'ERROR: NOT A CCYYMMDD DATE: ' WS-CHECK-DATE
           ADD 1 TO WS-CARD-ERR-CNT
           .
       1250-EXIT.
           EXIT.

      ****************************************************************
      * THE SAME RANGE LEFT UNFINISHED BY AN EARLIER SUBMISSION IS   *
      * RESUMED AT THE NIGHT AFTER ITS LAST COMPLETE ONE - THE NIGHT *
      * IT STOPPED AT. ANY OTHER RANGE IS A FIRST SUBMISSION          *
      ****************************************************************
       1300-CHECK-RESTART.

           MOVE WS-FROM-INT  TO WS-NIGHT-INT
           MOVE WS-FROM-DATE TO WS-NIGHT-DATE
           MOVE SPACES TO WS-CONTROL-LINE

           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-NOT-FOUND
               GO TO 1300-NEW-RANGE
           END-IF
           READ CONTROL-FILE INTO WS-CONTROL-LINE
               AT END
                   MOVE SPACES TO WS-CONTROL-LINE
           END-READ
           CLOSE CONTROL-FILE

           IF CC-FROM-DATE NOT EQUAL WS-FROM-DATE
                   OR CC-TO-DATE NOT EQUAL WS-TO-DATE
               GO TO 1300-NEW-RANGE
           END-IF
           IF CC-COMPLETE
               GO TO 1300-EXIT
           END-IF

           SET RESTARTING TO TRUE
           IF CC-LAST-DONE NUMERIC AND CC-LAST-DONE NOT EQUAL ZEROS
               MOVE CC-LAST-DONE TO WS-NIGHT-DATE
               COMPUTE WS-NIGHT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE-N) + 1
               COMPUTE WS-NIGHT-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
           END-IF
           DISPLAY 'RESTARTING NIGHTS ' WS-FROM-DATE ' TO '
               WS-TO-DATE ' AT ' WS-NIGHT-DATE ' - STOPPED THERE '
               'LAST TIME'
           SET CC-RUNNING TO TRUE
           GO TO 1300-EXIT
           .
       1300-NEW-RANGE.

           MOVE SPACES       TO WS-CONTROL-LINE
           MOVE WS-FROM-DATE TO CC-FROM-DATE
           MOVE WS-TO-DATE   TO CC-TO-DATE
           MOVE ZEROS        TO CC-LAST-DONE
           MOVE SPACES       TO CC-STOPPED-AT
           SET CC-RUNNING TO TRUE
           .
       1300-EXIT.
           EXIT.

      ****************************************************************
      * A FIRST SUBMISSION MUST START AFTER THE LAST NIGHT ALREADY   *
      * ON THE HISTORY - AN EARLIER NIGHT WOULD BE PLAYED FROM A     *
      * DOOR SUMMARY THAT IS ALREADY PAST IT                          *
      ****************************************************************
       1400-CHECK-HISTORY.

           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-NOT-FOUND
               GO TO 1400-EXIT
           END-IF
           MOVE SPACE TO WS-HIST-EOF
           PERFORM UNTIL HIST-EOF
               READ HISTORY-FILE INTO WS-HIST-OLD-LINE
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HL-OLD-RUN-DATE NUMERIC
                               AND HL-OLD-RUN-DATE
                                   GREATER WS-LATEST-HIST-DATE
                           MOVE HL-OLD-RUN-DATE
                               TO WS-LATEST-HIST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-LATEST-HIST-DATE NOT EQUAL SPACES
                   AND WS-FROM-DATE NOT GREATER WS-LATEST-HIST-DATE
               DISPLAY 'ERROR: FROM ' WS-FROM-DATE ' IS NOT AFTER '
                   'THE LAST NIGHT ALREADY RUN, '
                   WS-LATEST-HIST-DATE ' - NO NIGHT RUN'
               MOVE 20 TO WS-CATCH-RC
           END-IF
           .
       1400-EXIT.
           EXIT.

      ****************************************************************
      * A FIRST SUBMISSION STARTS FROM THE DOOR SUMMARY IN FORCE     *
      * BEFORE THE FIRST MISSED NIGHT. A RESTART KEEPS THE PRIOR     *
      * SUMMARY AS THE LAST COMPLETE NIGHT LEFT IT. WITH NO SUMMARY  *
      * AT ALL THE PRIOR SUMMARY IS NOT CREATED - SECRET-ENTRANCE    *
      * TAKES AN EMPTY ONE AS THE LEFTOVER OF A FAILED RUN            *
      ****************************************************************
       1500-SEED-PRIOR-SUMMARY.

           OPEN INPUT LASTSUM-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO DOOR SUMMARY BEFORE ' WS-FROM-DATE
                   ' - THE FIRST NIGHT STARTS EVERY DIAL FRESH'
               GO TO 1500-EXIT
           END-IF

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY PRIORSUM-FILE.
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ LASTSUM-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       WRITE PRIORSUM-RECORD FROM LASTSUM-RECORD
               END-READ
           END-PERFORM
           CLOSE LASTSUM-FILE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY PRIORSUM-FILE.
           .
       1500-EXIT.
           EXIT.

      ****************************************************************
      * PLAY ONE NIGHT: STAGE ITS FEEDS, RUN THE THREE DAY PROGRAMS  *
      * IN ORDER AND THEN MASTER-CONTROL, CARRY THE CLOSING SUMMARY  *
      * FORWARD, AND MARK THE NIGHT COMPLETE. ANY FAILURE STOPS THE  *
      * RUN AT THIS NIGHT WITH EVERY EARLIER NIGHT INTACT             *
      ****************************************************************
       2000-RUN-NIGHT.

           MOVE SPACES TO WS-NIGHT-LINE
           MOVE WS-NIGHT-DATE TO WN-NIGHT-DATE
           MOVE 1 TO WS-DAY-SUB
           PERFORM UNTIL WS-DAY-SUB GREATER 3
               MOVE '--' TO WN-DAY-STATUS(WS-DAY-SUB)
               ADD 1 TO WS-DAY-SUB
           END-PERFORM
           MOVE '--' TO WN-MASTER-RC

           PERFORM 2100-STAGE-FEEDS THRU 2100-EXIT
           IF RUN-STOPPED
               MOVE 16 TO WS-CATCH-RC
               STRING 'NO FEED ' DELIMITED BY SIZE
                      WS-MISSING-FEED DELIMITED BY SPACE
                   INTO WN-OUTCOME
               END-STRING
               GO TO 2000-STOP
           END-IF

           PERFORM 2200-RUN-DAY-PROGRAMS THRU 2200-EXIT
           IF RUN-STOPPED
               MOVE 12 TO WS-CATCH-RC
               STRING WD-PROGRAM(WS-DAY-SUB) DELIMITED BY SPACE
                      ' FAILED'              DELIMITED BY SIZE
                   INTO WN-OUTCOME
               END-STRING
               GO TO 2000-STOP
           END-IF

           PERFORM 2250-RUN-PASS-VERIFY THRU 2250-EXIT

           PERFORM 2300-RUN-MASTER THRU 2300-EXIT
           IF RUN-STOPPED
               MOVE 12 TO WS-CATCH-RC
               MOVE 'MASTER-CONTROL FAILED' TO WN-OUTCOME
               GO TO 2000-STOP
           END-IF
           IF WS-MASTER-RC GREATER WS-CATCH-RC
               MOVE WS-MASTER-RC TO WS-CATCH-RC
           END-IF

           PERFORM 2350-RUN-MONTH-END THRU 2350-EXIT

           PERFORM 2400-CARRY-SUMMARY THRU 2400-EXIT

           MOVE WS-NIGHT-DATE TO CC-LAST-DONE
           MOVE SPACES        TO CC-STOPPED-AT
           PERFORM 2600-WRITE-CONTROL THRU 2600-EXIT
           ADD 1 TO WS-NIGHT-CNT
           MOVE 'COMPLETE' TO WN-OUTCOME
           WRITE REPORT-RECORD FROM WS-NIGHT-LINE
           DISPLAY 'NIGHT ' WS-NIGHT-DATE ' COMPLETE - GRADED RC '
               WS-MASTER-RC

           ADD 1 TO WS-NIGHT-INT
           COMPUTE WS-NIGHT-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
           GO TO 2000-EXIT
           .
       2000-STOP.

           MOVE WS-NIGHT-DATE TO CC-STOPPED-AT
           SET CC-STOPPED TO TRUE
           PERFORM 2600-WRITE-CONTROL THRU 2600-EXIT
           WRITE REPORT-RECORD FROM WS-NIGHT-LINE
           DISPLAY 'ERROR: CATCH-UP STOPPED AT NIGHT ' WS-NIGHT-DATE
               ' - ' WN-OUTCOME
           DISPLAY 'FIX IT AND RESUBMIT THE SAME CARDS TO RESUME AT '
               WS-NIGHT-DATE
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * COPY THE NIGHT'S THREE DATED FEEDS ONTO THE DAY PROGRAMS'    *
      * INPUT FILES, AND ITS DATED SCAN LOG ONTO PASS-VERIFY'S. A    *
      * FEED NOT RECEIVED STOPS THE RUN BEFORE ANY DAY PROGRAM       *
      * TOUCHES THE NIGHT - FEED-READY HOLDS THE NIGHTLY JOB ON A    *
      * MISSING SCAN LOG TOO                                          *
      ****************************************************************
       2100-STAGE-FEEDS.

           MOVE SPACES TO WS-FEED1-NAME WS-FEED2-NAME WS-FEED3-NAME
                          WS-SCAN-NAME
           STRING WS-FEED1-BASE DELIMITED BY SPACE
                  '.D'          DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-FEED1-NAME
           END-STRING
           STRING WS-FEED2-BASE DELIMITED BY SPACE
                  '.D'          DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-FEED2-NAME
           END-STRING
           STRING WS-FEED3-BASE DELIMITED BY SPACE
                  '.D'          DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-FEED3-NAME
           END-STRING
           STRING WS-SCAN-BASE  DELIMITED BY SPACE
                  '.D'          DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-SCAN-NAME
           END-STRING

           OPEN INPUT FEED1-FILE
           IF INPUT-FILE-NOT-FOUND
               MOVE WS-FEED1-NAME TO WS-MISSING-FEED
               SET RUN-STOPPED TO TRUE
               GO TO 2100-EXIT
           END-IF
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY INFILE1-FILE.
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ FEED1-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       WRITE INFILE1-RECORD FROM FEED1-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED1-FILE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY INFILE1-FILE.

           OPEN INPUT FEED2-FILE
           IF INPUT-FILE-NOT-FOUND
               MOVE WS-FEED2-NAME TO WS-MISSING-FEED
               SET RUN-STOPPED TO TRUE
               GO TO 2100-EXIT
           END-IF
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY INFILE2-FILE.
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ FEED2-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       WRITE INFILE2-RECORD FROM FEED2-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED2-FILE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY INFILE2-FILE.

           OPEN INPUT FEED3-FILE
           IF INPUT-FILE-NOT-FOUND
               MOVE WS-FEED3-NAME TO WS-MISSING-FEED
               SET RUN-STOPPED TO TRUE
               GO TO 2100-EXIT
           END-IF
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY INFILE3-FILE.
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ FEED3-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       WRITE INFILE3-RECORD FROM FEED3-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED3-FILE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY INFILE3-FILE.

           OPEN INPUT SCANFEED-FILE
           IF INPUT-FILE-NOT-FOUND
               MOVE WS-SCAN-NAME TO WS-MISSING-FEED
               SET RUN-STOPPED TO TRUE
               GO TO 2100-EXIT
           END-IF
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY SCANLOG-FILE.
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ SCANFEED-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       WRITE SCANLOG-RECORD FROM SCANFEED-RECORD
               END-READ
           END-PERFORM
           CLOSE SCANFEED-FILE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY SCANLOG-FILE.
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * RUN THE THREE DAY PROGRAMS AGAINST THE NIGHT'S DATE THROUGH  *
      * THEIR DRIVER ENTRY POINTS. EACH IS CANCELLED AFTER ITS CALL  *
      * SO THE NEXT NIGHT STARTS IT WITH FRESH WORKING STORAGE. AS   *
      * IN THE NIGHTLY JOB, A FAILED PROGRAM ENDS THE NIGHT THERE    *
      ****************************************************************
       2200-RUN-DAY-PROGRAMS.

           MOVE 1 TO WS-DAY-SUB
           PERFORM UNTIL WS-DAY-SUB GREATER 3 OR RUN-STOPPED
               MOVE 0    TO WD-RESULT(WS-DAY-SUB)
                            WD-EXCEPT-CNT(WS-DAY-SUB)
               MOVE '12' TO WD-STATUS(WS-DAY-SUB)
               EVALUATE WS-DAY-SUB
                   WHEN 1
                       CALL 'SECRET-ENTRANCE-RUN' USING WS-NIGHT-DATE
                           WD-RESULT(1) WD-EXCEPT-CNT(1) WD-STATUS(1)
                       CANCEL 'SECRET-ENTRANCE'
                   WHEN 2
                       CALL 'GIFT-SHOP2-RUN' USING WS-NIGHT-DATE
                           WD-RESULT(2) WD-EXCEPT-CNT(2) WD-STATUS(2)
                       CANCEL 'GIFT-SHOP2'
                   WHEN 3
                       CALL 'GIFT-SHOP3-RUN' USING WS-NIGHT-DATE
                           WD-RESULT(3) WD-EXCEPT-CNT(3) WD-STATUS(3)
                       CANCEL 'GIFT-SHOP3'
               END-EVALUATE
               MOVE WD-STATUS(WS-DAY-SUB) TO WN-DAY-STATUS(WS-DAY-SUB)
               IF WD-STATUS(WS-DAY-SUB) GREATER '04'
                   SET RUN-STOPPED TO TRUE
               ELSE
                   ADD 1 TO WS-DAY-SUB
               END-IF
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

      ****************************************************************
      * PASS-VERIFY CHECKS THE NIGHT'S SCANS AGAINST THE NIGHT'S     *
      * DATE, AFTER GIFT-SHOP2 HAS ADDED THE NIGHT'S ISSUED RANGES   *
      * AND BEFORE MASTER-CONTROL, AS IN THE NIGHTLY JOB. ITS FRAUD  *
      * REPORT DOES NOT GRADE THE NIGHT, SO IT NEVER STOPS THE RUN   *
      ****************************************************************
       2250-RUN-PASS-VERIFY.

           CALL 'PASS-VERIFY-RUN' USING WS-NIGHT-DATE
           CANCEL 'PASS-VERIFY'
           .
       2250-EXIT.
           EXIT.

      ****************************************************************
      * MASTER-CONTROL GRADES THE NIGHT FROM THE INTERFACE FILE AND  *
      * WRITES ITS HISTORY LINE - IT TAKES THE LATEST RUN DATE ON    *
      * THE FILE, WHICH IS THE NIGHT JUST PLAYED                      *
      ****************************************************************
       2300-RUN-MASTER.

           MOVE 0 TO RETURN-CODE
           CALL 'MASTER-CONTROL'
           MOVE RETURN-CODE TO WS-MASTER-RC
           CANCEL 'MASTER-CONTROL'
           MOVE WS-MASTER-RC TO WN-MASTER-RC
           IF WS-MASTER-RC NOT LESS 12
               SET RUN-STOPPED TO TRUE
           END-IF
           .
       2300-EXIT.
           EXIT.

      ****************************************************************
      * MONTH-END TAKES THE NIGHT'S DATE FROM THE RUN-STATUS FILE    *
      * MASTER-CONTROL JUST WROTE AND ONLY WRITES ITS SUMMARY WHEN   *
      * THE NIGHT IS THE LAST BUSINESS DAY OF ITS MONTH - EVERY      *
      * NIGHT OF THAT MONTH IS ON THE HISTORIES BY THEN               *
      ****************************************************************
       2350-RUN-MONTH-END.

           CALL 'MONTH-END'
           CANCEL 'MONTH-END'
           .
       2350-EXIT.
           EXIT.

      ****************************************************************
      * THE NIGHT'S CLOSING DOOR SUMMARY BECOMES THE PRIOR SUMMARY   *
      * THE NEXT NIGHT CARRIES EACH DIAL FORWARD FROM                 *
      ****************************************************************
       2400-CARRY-SUMMARY.

           OPEN INPUT DOORSUM-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'WARNING: NO DOOR SUMMARY FROM NIGHT '
                   WS-NIGHT-DATE ' - PRIOR SUMMARY LEFT AS IT WAS'
               GO TO 2400-EXIT
           END-IF

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY PRIORSUM-FILE.
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ DOORSUM-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       WRITE PRIORSUM-RECORD FROM DOORSUM-RECORD
               END-READ
           END-PERFORM
           CLOSE DOORSUM-FILE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY PRIORSUM-FILE.
           .
       2400-EXIT.
           EXIT.

      ****************************************************************
      * REWRITE THE CONTROL LINE                                      *
      ****************************************************************
       2600-WRITE-CONTROL.

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY CONTROL-FILE.
           WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY CONTROL-FILE.
           .
       2600-EXIT.
           EXIT.
