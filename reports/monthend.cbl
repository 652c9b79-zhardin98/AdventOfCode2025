       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * MONTH-END MANAGEMENT SUMMARY. RUNS AS A STEP OF EVERY        *
      * NIGHTLY BATCH BUT ONLY PRODUCES ANYTHING ON THE LAST         *
      * BUSINESS DAY OF THE MONTH - THE LAST DATE IN THE MONTH THE   *
      * PROCESSING CALENDAR DOES NOT EXCUSE AS A HOLIDAY OR FREEZE.  *
      * THAT NIGHT IT READS EVERY HISTORY THE SUITE KEEPS AND        *
      * WRITES ONE PAGE COMPARING THE MONTH WITH THE MONTH BEFORE:   *
      * EACH DAY PROGRAM'S NIGHTS PROCESSED, RERUNS, AND TOTAL AND   *
      * AVERAGE RESULTS (CONTROL-TOTAL AND NIGHTLY-RESULTS           *
      * HISTORIES); THE BUSIEST AND QUIETEST DOORS AND BUILDINGS BY  *
      * ROTATIONS (DOOR ACTIVITY HISTORY AND DOOR MASTER); ALERT AND *
      * ESCALATION COUNTS BY REASON (ALERT HISTORY, LESS NIGHTS      *
      * CLOSED AS FALSE ALARMS, JUDGED WITH ALERT-ESCALATE'S RULES); *
      * AVERAGE AND WORST BATCH ELAPSED TIME (TIMING HISTORY); AND   *
      * THE PASS FRAUD COUNTS (FRAUD COUNT HISTORY). THE SAME        *
      * FIGURES ARE APPENDED TO A COMMA-DELIMITED FILE FOR THE       *
      * FINANCE SPREADSHEET, ONE ROW PER FIGURE WITH THE MONTH ON    *
      * EVERY ROW. A LATER LINE FOR THE SAME DATE ON ANY HISTORY IS  *
      * A RERUN AND REPLACES THE EARLIER ONE, AS EVERY OTHER READER  *
      * OF THESE FILES TAKES THEM.                                   *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RUN-STATUS FILE FROM MASTER-CONTROL - TONIGHT'S RUN DATE
           SELECT RUNSTAT-FILE ASSIGN TO 'RUNSTAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    PROCESSING CALENDAR
           COPY CALSL.
      *    NIGHTLY-RESULTS HISTORY FILE
           COPY HISTSL.
      *    CROSS-PROGRAM CONTROL-TOTAL BALANCING FILE
           COPY CTLTOTSL.
      *    PER-DOOR NIGHTLY ACTIVITY HISTORY FROM SECRET-ENTRANCE
           SELECT DOORHIST-FILE ASSIGN TO 'DOORHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    DOOR MASTER REFERENCE FILE MAINTAINED BY DOOR-MAINT
           SELECT DOORMST-FILE ASSIGN TO 'DOORMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    SECURITY ALERT HISTORY FROM SECRET-ENTRANCE
           SELECT ALERTHIST-FILE ASSIGN TO 'ALERTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    SECURITY ALERT CASE MASTER MAINTAINED BY CASE-MAINT
           SELECT CASEMST-FILE ASSIGN TO 'CASEMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    PER-STEP ELAPSED TIMES FROM MASTER-CONTROL
           SELECT TIMEHIST-FILE ASSIGN TO 'TIMEHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    NIGHTLY FRAUD COUNT HISTORY FROM PASS-VERIFY
           SELECT FRAUDHIST-FILE ASSIGN TO 'FRAUDHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    MONTH-END SUMMARY PAGE, APPENDED MONTH OVER MONTH
           SELECT REPORT-FILE ASSIGN TO 'MONTHRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
      *    DELIMITED FIGURES FOR FINANCE, APPENDED MONTH OVER MONTH
           SELECT FINANCE-FILE ASSIGN TO 'MONTHFIN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTAT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUNSTAT-RECORD.
       01  RUNSTAT-RECORD                       PIC X(80).

       COPY CALFD.

       COPY HISTFD.

       COPY CTLTOTFD.

       FD  DOORHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORHIST-RECORD.
       01  DOORHIST-RECORD                      PIC X(80).

       FD  DOORMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORMST-RECORD.
       01  DOORMST-RECORD                       PIC X(120).

       FD  ALERTHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALERTHIST-RECORD.
       01  ALERTHIST-RECORD                     PIC X(80).

       FD  CASEMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CASEMST-RECORD.
       01  CASEMST-RECORD                       PIC X(80).

       FD  TIMEHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TIMEHIST-RECORD.
       01  TIMEHIST-RECORD                      PIC X(80).

       FD  FRAUDHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FRAUDHIST-RECORD.
       01  FRAUDHIST-RECORD                     PIC X(80).

       COPY PARMFD.

       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                        PIC X(80).

       FD  FINANCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FINANCE-RECORD.
       01  FINANCE-RECORD                       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.

           COPY EOFSW.

       01  WS-INPUT-STATUS                      PIC X(2).
           88 INPUT-FILE-NOT-FOUND                         VALUE '35'.
       01  WS-OUTPUT-STATUS                     PIC X(2).
           88 OUTPUT-FILE-NOT-FOUND                        VALUE '35'.

           COPY CALWS.

           COPY HISTWS.

           COPY CTLTOTWS.

           COPY DOORMREC.

           COPY CASEREC.

           COPY FRAUDHREC.

      *    INPUT VIEW OF ONE RUN-STATUS LINE - PROGRAM AND RUN DATE
       01  WS-STAT-IN-LINE.
           05 SI-PROGRAM-ID                     PIC X(16).
           05 FILLER                            PIC X(1).
           05 SI-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(55).

      *    INPUT VIEW OF ONE DOOR ACTIVITY HISTORY LINE
       01  WS-DOORHIST-IN-LINE.
           05 DH-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(1).
           05 DH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 DH-ROT-CNT                        PIC X(7).
           05 FILLER                            PIC X(60).

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

      *    INPUT VIEW OF ONE TIMING HISTORY LINE
       01  WS-TIMEHIST-IN-LINE.
           05 TI-PROGRAM                        PIC X(16).
           05 FILLER                            PIC X(1).
           05 TI-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(15).
           05 TI-ELAPSED-SECS                   PIC X(6).
           05 FILLER                            PIC X(34).

      *    THE NIGHT BEING RUN, THE MONTH IT CLOSES, AND THE MONTH
      *    BEFORE - PERIOD 1 IS THIS MONTH, PERIOD 2 THE PRIOR ONE
       01  WS-RUN-DATE                          PIC X(8).
       01  WS-RUN-DATE-N                        PIC 9(8).
       01  WS-RUN-INT                           PIC 9(8).
       01  WS-PERIOD-TBL.
           05 WS-PERIOD-MONTH OCCURS 2 TIMES    PIC X(6).
       01  WS-PER                               PIC 9(1)   VALUE 0.
       01  WS-DATE-WORK                         PIC 9(8).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           05 WS-DATE-CCYYMM                    PIC X(6).
           05 WS-DATE-DD                        PIC 9(2).
       01  WS-DATE-INT                          PIC 9(8).
       01  WS-MONTH-END                         PIC X(1)   VALUE 'Y'.
           88 MONTH-END-NIGHT                              VALUE 'Y'.

      *    ONE SLOT PER CALENDAR DAY OF BOTH MONTHS FOR THE HISTORIES
      *    KEPT ONE LINE PER NIGHT - SLOT (PERIOD - 1) * 31 + DAY. THE
      *    LAST LINE FOR A NIGHT OVERWRITES ITS SLOT
       01  WS-LINE-DATE                         PIC X(8).
       01  WS-NIGHT-SUB                         PIC 9(2)   VALUE 0.
       01  WS-NIGHT-TBL.
           05 WS-NIGHT-ENTRY OCCURS 62 TIMES.
               10 WT-STEP-SEEN OCCURS 3 TIMES   PIC X(1).
               10 WT-STEP-SECS OCCURS 3 TIMES   PIC 9(6).
               10 WT-FRAUD-SEEN                 PIC X(1).
               10 WT-FRAUD-CNT OCCURS 7 TIMES   PIC 9(7).

      *    THE THREE DAY PROGRAMS - NIGHTS AND RERUNS FROM THE
      *    CONTROL-TOTAL FILE, RESULTS FROM THE NIGHTLY HISTORY
       01  WS-PGM-TBL.
           05 WS-PGM-ENTRY OCCURS 3 TIMES.
               10 WG-NAME                       PIC X(16).
               10 WG-PERIOD OCCURS 2 TIMES.
                   15 WG-NIGHTS                 PIC 9(5).
                   15 WG-RERUNS                 PIC 9(5).
                   15 WG-RSLT-NIGHTS            PIC 9(5).
                   15 WG-RSLT-TOT               PIC 9(18).
       01  WS-PGM-SUB                           PIC 9(1)   VALUE 0.
       01  WS-RSLT-N                            PIC 9(18).

      *    EVERY DOOR ON THE MASTER OR THE ACTIVITY HISTORY, IN
      *    DOOR-ID ORDER, WITH ITS ROTATIONS FOR EACH MONTH. THE LAST
      *    DATE AND COUNT ADDED LET A RERUN'S LINE REPLACE THE FIRST
       01  WS-DOOR-CNT                          PIC 9(5)   VALUE 0.
       01  WS-DOOR-TBL.
           05 WS-DOOR-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-DOOR-CNT
                   ASCENDING KEY IS WD-DOOR-ID
                   INDEXED BY WD-IDX.
               10 WD-DOOR-ID                    PIC X(3).
               10 WD-BUILDING                   PIC X(10).
               10 WD-ON-MASTER                  PIC X(1).
                  88 WD-ACTIVE-ON-MASTER                   VALUE 'A'.
               10 WD-PICKED                     PIC X(1).
               10 WD-PERIOD OCCURS 2 TIMES.
                   15 WD-ROT                    PIC 9(9).
                   15 WD-LAST-DATE              PIC X(8).
                   15 WD-LAST-ROT               PIC 9(7).
       01  WS-MAX-DOORS                         PIC 9(5)   VALUE 5000.
       01  WS-DOOR-SUB                          PIC 9(5)   VALUE 0.
       01  WS-INS-SUB                           PIC 9(5)   VALUE 0.
       01  WS-NEW-DOOR-ID                       PIC X(3).
       01  WS-NEW-BUILDING                      PIC X(10).
       01  WS-NEW-ON-MASTER                     PIC X(1).
       01  WS-ROT-N                             PIC 9(7).
       01  WS-DOOR-FOUND                        PIC X(1).
           88 DOOR-FOUND                                   VALUE 'Y'.
           88 DOOR-NOT-FOUND                               VALUE 'N'.

      *    ROTATIONS ROLLED UP BY BUILDING
       01  WS-BLDG-CNT                          PIC 9(3)   VALUE 0.
       01  WS-BLDG-TBL.
           05 WS-BLDG-ENTRY OCCURS 500 TIMES.
               10 WB-BUILDING                   PIC X(10).
               10 WB-PICKED                     PIC X(1).
               10 WB-ROT OCCURS 2 TIMES         PIC 9(11).
       01  WS-MAX-BLDGS                         PIC 9(3)   VALUE 500.
       01  WS-BLDG-SUB                          PIC 9(3)   VALUE 0.

      *    BUSIEST AND QUIETEST LISTS - HOW MANY, WHICH WAY, AND THE
      *    ENTRY EACH PICK LANDS ON (ZERO WHEN NONE IS LEFT)
       01  WS-RANK-MAX                          PIC 9(1)   VALUE 5.
       01  WS-RANK-CNT                          PIC 9(1)   VALUE 0.
       01  WS-RANK-WAY                          PIC X(1).
           88 RANK-BUSIEST                                 VALUE 'B'.
           88 RANK-QUIETEST                                VALUE 'Q'.
       01  WS-PICK-SUB                          PIC 9(5)   VALUE 0.
       01  WS-PICK-ROT                          PIC 9(11)  VALUE 0.

      *    EVERY DOOR CLEARED AS A FALSE ALARM, IN CASE MASTER KEY
      *    ORDER FOR A BINARY SEARCH PER ALERT HISTORY LINE
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

      *    EVERY DISTINCT DOOR / NIGHT / REASON ON THE ALERT HISTORY
      *    FROM THE START OF THE ESCALATION WINDOW BEFORE THE PRIOR
      *    MONTH, IN DOOR AND DATE ORDER - A RERUN'S REPEAT IS DROPPED
       01  WS-AK-CNT                            PIC 9(5)   VALUE 0.
       01  WS-AK-TBL.
           05 WS-AK-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-AK-CNT.
               10 AK-KEY.
                   15 AK-DOOR-ID                PIC X(3).
                   15 AK-RUN-DATE               PIC X(8).
                   15 AK-REASON                 PIC X(35).
               10 AK-NIGHT-SUB                  PIC 9(5).
       01  WS-MAX-AK                            PIC 9(5)   VALUE 20000.
       01  WS-AK-SUB                            PIC 9(5)   VALUE 0.
       01  WS-AK-NEW-KEY                        PIC X(46).

      *    THE SAME HISTORY BY DOOR AND NIGHT ONLY - ONE ALERT NIGHT
      *    PER DOOR PER DATE, AS ALERT-ESCALATE COUNTS THEM - EACH
      *    MARKED WHEN IT PUT ITS DOOR OVER AN ESCALATION THRESHOLD
       01  WS-AN-CNT                            PIC 9(5)   VALUE 0.
       01  WS-AN-TBL.
           05 WS-AN-ENTRY OCCURS 20000 TIMES.
               10 AN-DOOR-ID                    PIC X(3).
               10 AN-RUN-DATE                   PIC X(8).
               10 AN-INT                        PIC 9(8).
               10 AN-CRITICAL                   PIC X(1).
                  88 AN-ESCALATED                          VALUE 'Y'.
       01  WS-AN-SUB                            PIC 9(5)   VALUE 0.
       01  WS-AN-BACK                           PIC 9(5)   VALUE 0.
       01  WS-STREAK-LEN                        PIC 9(5)   VALUE 0.
       01  WS-WINDOW-CNT                        PIC 9(5)   VALUE 0.
       01  WS-WINDOW-INT                        PIC 9(8).
       01  WS-ALERT-FROM-INT                    PIC 9(8).
       01  WS-ALERT-FROM-DATE                   PIC 9(8).

      *    ALERT LINES AND ESCALATED NIGHTS BY REASON
       01  WS-RSN-CNT                           PIC 9(2)   VALUE 0.
       01  WS-RSN-TBL.
           05 WS-RSN-ENTRY OCCURS 50 TIMES.
               10 WR-REASON                     PIC X(35).
               10 WR-ALERTS OCCURS 2 TIMES      PIC 9(7).
               10 WR-ESCAL OCCURS 2 TIMES       PIC 9(7).
       01  WS-MAX-RSN                           PIC 9(2)   VALUE 50.
       01  WS-RSN-SUB                           PIC 9(2)   VALUE 0.

      *    ALERT TOTALS PER MONTH
       01  WS-ALERT-TOT-TBL.
           05 WS-ALERT-TOT OCCURS 2 TIMES.
               10 WA-LINES                      PIC 9(7).
               10 WA-NIGHTS                     PIC 9(7).
               10 WA-ESCAL                      PIC 9(7).
               10 WA-FA-LINES                   PIC 9(7).

      *    ELAPSED SECONDS PER MONTH - EACH STEP, AND THE BATCH AS
      *    THE SUM OF ITS STEPS ON A NIGHT
       01  WS-ELAPSED-TBL.
           05 WS-ELAPSED OCCURS 2 TIMES.
               10 WE-STEP OCCURS 3 TIMES.
                   15 WE-NIGHTS                 PIC 9(3).
                   15 WE-TOT                    PIC 9(9).
                   15 WE-WORST                  PIC 9(6).
               10 WE-BATCH-NIGHTS               PIC 9(3).
               10 WE-BATCH-TOT                  PIC 9(9).
               10 WE-BATCH-WORST                PIC 9(6).
               10 WE-BATCH-WORST-DATE           PIC X(8).
       01  WS-BATCH-SECS                        PIC 9(7).
       01  WS-STEP-SUB                          PIC 9(1)   VALUE 0.
       01  WS-DAY-SUB                           PIC 9(2)   VALUE 0.

      *    FRAUD COUNTS PER MONTH, IN FRAUD HISTORY COLUMN ORDER
       01  WS-FRAUD-TOT-TBL.
           05 WS-FRAUD-TOT OCCURS 2 TIMES.
               10 WZ-NIGHTS                     PIC 9(3).
               10 WZ-CNT OCCURS 7 TIMES         PIC 9(9).
       01  WS-FRAUD-SUB                         PIC 9(1)   VALUE 0.
       01  WS-FRAUD-LABELS.
           05 FILLER                            PIC X(24)  VALUE
               'SCANS CHECKED'.
           05 FILLER                            PIC X(24)  VALUE
               'INVALID PASSES'.
           05 FILLER                            PIC X(24)  VALUE
               'UNREADABLE SCANS'.
           05 FILLER                            PIC X(24)  VALUE
               'HOTLIST HITS'.
           05 FILLER                            PIC X(24)  VALUE
               'CAUGHT BY BOTH RULES'.
           05 FILLER                            PIC X(24)  VALUE
               'PASSBACK GROUPS'.
           05 FILLER                            PIC X(24)  VALUE
               'UNISSUED SCANS'.
       01  WS-FRAUD-LABEL-TBL REDEFINES WS-FRAUD-LABELS.
           05 WS-FRAUD-LABEL OCCURS 7 TIMES     PIC X(24).

      *    ONE FIGURE ON ITS WAY TO THE PAGE AND THE FINANCE FILE -
      *    THE PAGE SHOWS THE ITEM, THE FINANCE ROW THE KEY
       01  WS-FIG-SECTION                       PIC X(8).
       01  WS-FIG-ITEM                          PIC X(28).
       01  WS-FIG-KEY                           PIC X(40).
       01  WS-FIG-THIS                          PIC 9(18).
       01  WS-FIG-PRIOR                         PIC 9(18).
       01  WS-FIG-CHANGE                        PIC S9(18).
       01  WS-FIG-CHANGE-OUT                    PIC S9(18)
                                                SIGN LEADING SEPARATE.
       01  WS-FIG-CNT                           PIC 9(5)   VALUE 0.
       01  WS-FIN-OUT-LINE                      PIC X(120).
       01  WS-FIN-NEW-FILE                      PIC X(1)   VALUE 'N'.
           88 FIN-NEW-FILE                                 VALUE 'Y'.

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(29)  VALUE
               'MONTH-END MANAGEMENT SUMMARY '.
           05 FILLER                            PIC X(7)   VALUE
               'MONTH: '.
           05 WH-THIS-MONTH                     PIC X(6).
           05 FILLER                            PIC X(9)   VALUE
               '  PRIOR: '.
           05 WH-PRIOR-MONTH                    PIC X(6).
           05 FILLER                            PIC X(12)  VALUE
               '  RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(3)   VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER                            PIC X(28)  VALUE
               'FIGURE'.
           05 FILLER                            PIC X(17)  VALUE
               '       THIS MONTH'.
           05 FILLER                            PIC X(17)  VALUE
               '      PRIOR MONTH'.
           05 FILLER                            PIC X(17)  VALUE
               '           CHANGE'.
           05 FILLER                            PIC X(1)   VALUE SPACES.

       01  WS-FIGURE-LINE.
           05 WF-ITEM                           PIC X(28).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WF-THIS                           PIC Z(15)9.
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WF-PRIOR                          PIC Z(15)9.
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WF-CHANGE                         PIC -(15)9.
           05 FILLER                            PIC X(1)   VALUE SPACES.

       01  WS-SECTION-LINE                      PIC X(80).

       01  WS-WORST-LINE.
           05 FILLER                            PIC X(20)  VALUE
               '  WORST BATCH NIGHT '.
           05 WW-THIS-DATE                      PIC X(8).
           05 FILLER                            PIC X(20)  VALUE
               ', PRIOR MONTH WORST '.
           05 WW-PRIOR-DATE                     PIC X(8).
           05 FILLER                            PIC X(24)  VALUE SPACES.

       01  WS-FIN-HEADER-LINE                   PIC X(120) VALUE
           'MONTH,SECTION,ITEM,THIS_MONTH,PRIOR_MONTH,CHANGE'.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       COPY PARMWS.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           PERFORM 7000-LOAD-PARAMETERS THRU 7000-EXIT
           PERFORM 7100-ECHO-PARAMETERS THRU 7100-EXIT
           PERFORM 7300-LOAD-CALENDAR   THRU 7300-EXIT

           PERFORM 1000-SET-RUN-DATE    THRU 1000-EXIT
           PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT
           IF NOT MONTH-END-NIGHT
               DISPLAY 'RUN DATE ' WS-RUN-DATE ' IS NOT THE LAST '
                   'BUSINESS DAY OF ITS MONTH - NO MONTH-END SUMMARY'
               GO TO 0000-EXIT
           END-IF
           DISPLAY 'RUN DATE ' WS-RUN-DATE ' CLOSES MONTH '
               WS-PERIOD-MONTH(1) ' - COMPARED WITH '
               WS-PERIOD-MONTH(2)

           PERFORM 2000-LOAD-DAY-PROGRAMS THRU 2000-EXIT
           PERFORM 3000-LOAD-DOORS        THRU 3000-EXIT
           PERFORM 4000-LOAD-ALERTS       THRU 4000-EXIT
           PERFORM 5000-LOAD-NIGHTLY      THRU 5000-EXIT

           PERFORM 6000-OPEN-OUTPUT       THRU 6000-EXIT
           PERFORM 6100-WRITE-DAY-PROGRAMS THRU 6100-EXIT
           PERFORM 6200-WRITE-DOORS       THRU 6200-EXIT
           PERFORM 6300-WRITE-ALERTS      THRU 6300-EXIT
           PERFORM 6400-WRITE-ELAPSED     THRU 6400-EXIT
           PERFORM 6500-WRITE-FRAUD       THRU 6500-EXIT
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY FINANCE-FILE.

           DISPLAY WS-FIG-CNT ' MONTH-END FIGURES WRITTEN FOR '
               WS-PERIOD-MONTH(1)
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * TONIGHT'S RUN DATE IS THE LATEST ON MASTER-CONTROL'S RUN-    *
      * STATUS FILE, AS THE NOTIFICATION STEP TAKES IT - THE STEP'S  *
      * OWN CLOCK MAY ALREADY HAVE CROSSED MIDNIGHT                   *
      ****************************************************************
       1000-SET-RUN-DATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT RUNSTAT-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO RUN-STATUS FILE - RUN DATE TAKEN '
                   'FROM THE SYSTEM CLOCK'
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-LINE-DATE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ RUNSTAT-FILE INTO WS-STAT-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SI-RUN-DATE NUMERIC
                               AND SI-RUN-DATE GREATER WS-LINE-DATE
                           MOVE SI-RUN-DATE TO WS-LINE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNSTAT-FILE

           IF WS-LINE-DATE NOT EQUAL SPACES
               MOVE WS-LINE-DATE TO WS-RUN-DATE
           END-IF
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * TONIGHT CLOSES THE MONTH WHEN EVERY LATER DATE IN IT IS A    *
      * HOLIDAY OR A FREEZE - THERE WILL BE NO MORE BATCH NIGHTS IN  *
      * THE MONTH. ALSO WORKS OUT WHICH MONTH IS THE PRIOR ONE        *
      ****************************************************************
       1100-CHECK-MONTH-END.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           MOVE WS-RUN-DATE-N TO WS-DATE-WORK
           MOVE WS-DATE-CCYYMM TO WS-PERIOD-MONTH(1)
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)

           SET MONTH-END-NIGHT TO TRUE
           COMPUTE WS-DATE-INT = WS-RUN-INT + 1
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM UNTIL WS-DATE-CCYYMM NOT EQUAL WS-PERIOD-MONTH(1)
                   OR NOT MONTH-END-NIGHT
               MOVE WS-DATE-WORK TO WS-CAL-SEARCH-DATE
               PERFORM 7310-FIND-CAL-DATE THRU 7310-EXIT
               IF CAL-DATE-EXCUSED
                   ADD 1 TO WS-DATE-INT
                   COMPUTE WS-DATE-WORK =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               ELSE
                   MOVE 'N' TO WS-MONTH-END
               END-IF
           END-PERFORM

      *    THE PRIOR MONTH IS THE MONTH OF THE DAY BEFORE THE FIRST
           MOVE WS-RUN-DATE-N TO WS-DATE-WORK
           MOVE 1 TO WS-DATE-DD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-CCYYMM TO WS-PERIOD-MONTH(2)

      *    ALERT NIGHTS ARE NEEDED FROM A FULL ESCALATION WINDOW
      *    BEFORE THE PRIOR MONTH, SO ITS FIRST NIGHTS ARE JUDGED ON
      *    THE SAME FOOTING AS ANY OTHER
           MOVE 1 TO WS-DATE-DD
           COMPUTE WS-ALERT-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               - WS-PARM-ESCAL-WINDOW
           COMPUTE WS-ALERT-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ALERT-FROM-INT)
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * WORK OUT WHICH MONTH WS-LINE-DATE FALLS IN (WS-PER, ZERO FOR *
      * NEITHER) AND ITS SLOT IN THE PER-NIGHT TABLE                  *
      ****************************************************************
       1900-FIND-NIGHT.

           MOVE 0 TO WS-PER WS-NIGHT-SUB
           IF WS-LINE-DATE NOT NUMERIC
               GO TO 1900-EXIT
           END-IF
           IF WS-LINE-DATE GREATER WS-RUN-DATE
               GO TO 1900-EXIT
           END-IF
           EVALUATE WS-LINE-DATE(1:6)
               WHEN WS-PERIOD-MONTH(1)
                   MOVE 1 TO WS-PER
               WHEN WS-PERIOD-MONTH(2)
                   MOVE 2 TO WS-PER
               WHEN OTHER
                   GO TO 1900-EXIT
           END-EVALUATE
           MOVE WS-LINE-DATE TO WS-DATE-WORK
           COMPUTE WS-NIGHT-SUB = (WS-PER - 1) * 31 + WS-DATE-DD
           .
       1900-EXIT.
           EXIT.

      ****************************************************************
      * DAY PROGRAMS - NIGHTS PROCESSED AND RERUNS FROM THE CONTROL- *
      * TOTAL FILE (ONE LINE PER PROGRAM AND NIGHT, CARRYING ITS     *
      * RERUN COUNT), RESULTS FROM THE NIGHTLY-RESULTS HISTORY        *
      ****************************************************************
       2000-LOAD-DAY-PROGRAMS.

           INITIALIZE WS-PGM-TBL
           MOVE 'SECRET-ENTRANCE' TO WG-NAME(1)
           MOVE 'GIFT-SHOP2'      TO WG-NAME(2)
           MOVE 'GIFT-SHOP3'      TO WG-NAME(3)

           OPEN INPUT CTLTOTAL-FILE
           IF CTL-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO CONTROL-TOTAL FILE - NO NIGHTS '
                   'PROCESSED WILL SHOW'
           ELSE
               MOVE SPACE TO WS-CTL-EOF
               PERFORM UNTIL CTL-EOF
                   READ CTLTOTAL-FILE INTO WS-CTL-OLD-LINE
                       AT END
                           SET CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-NOTE-CONTROL-LINE
                               THRU 2100-EXIT
                   END-READ
               END-PERFORM
               CLOSE CTLTOTAL-FILE
           END-IF

           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO NIGHTLY-RESULTS HISTORY FILE - NO '
                   'RESULTS WILL SHOW'
               GO TO 2000-EXIT
           END-IF
           MOVE SPACE TO WS-HIST-EOF
           PERFORM UNTIL HIST-EOF
               READ HISTORY-FILE INTO WS-HIST-OLD-LINE
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-NOTE-HISTORY-LINE THRU 2200-EXIT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .
       2000-EXIT.
           EXIT.

       2100-NOTE-CONTROL-LINE.

           MOVE CTL-OLD-RUN-DATE TO WS-LINE-DATE
           PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
           IF WS-PER EQUAL 0
               GO TO 2100-EXIT
           END-IF

           MOVE 1 TO WS-PGM-SUB
           PERFORM UNTIL WS-PGM-SUB GREATER 3
                   OR CTL-OLD-PROGRAM-ID EQUAL WG-NAME(WS-PGM-SUB)
               ADD 1 TO WS-PGM-SUB
           END-PERFORM
           IF WS-PGM-SUB GREATER 3
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WG-NIGHTS(WS-PGM-SUB, WS-PER)
           IF CTL-OLD-RERUN-CNT NUMERIC
               ADD FUNCTION NUMVAL(CTL-OLD-RERUN-CNT)
                   TO WG-RERUNS(WS-PGM-SUB, WS-PER)
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-NOTE-HISTORY-LINE.

           MOVE HL-OLD-RUN-DATE TO WS-LINE-DATE
           PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
           IF WS-PER EQUAL 0
               GO TO 2200-EXIT
           END-IF

           MOVE 1 TO WS-PGM-SUB
           PERFORM UNTIL WS-PGM-SUB GREATER 3
               EVALUATE WS-PGM-SUB
                   WHEN 1
                       MOVE HL-OLD-DAY1-RESULT TO WS-FIG-KEY
                   WHEN 2
                       MOVE HL-OLD-DAY2-RESULT TO WS-FIG-KEY
                   WHEN 3
                       MOVE HL-OLD-DAY3-RESULT TO WS-FIG-KEY
               END-EVALUATE
               IF WS-FIG-KEY(1:18) NOT EQUAL SPACES
                   COMPUTE WS-RSLT-N =
                       FUNCTION NUMVAL(WS-FIG-KEY(1:18))
                   ADD 1 TO WG-RSLT-NIGHTS(WS-PGM-SUB, WS-PER)
                   ADD WS-RSLT-N TO WG-RSLT-TOT(WS-PGM-SUB, WS-PER)
               END-IF
               ADD 1 TO WS-PGM-SUB
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

      ****************************************************************
      * DOORS - EVERY DOOR ON THE MASTER WITH ITS BUILDING, THEN     *
      * EACH MONTH'S ROTATIONS FROM THE ACTIVITY HISTORY. A DOOR ON  *
      * THE HISTORY BUT NOT THE MASTER IS STILL COUNTED, UNDER AN    *
      * UNKNOWN BUILDING                                              *
      ****************************************************************
       3000-LOAD-DOORS.

           OPEN INPUT DOORMST-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO DOOR MASTER FILE - DOORS SHOW UNDER '
                   'AN UNKNOWN BUILDING'
           ELSE
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL EOF
                   READ DOORMST-FILE INTO WS-DOORM-LINE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           MOVE DM-DOOR-ID  TO WS-NEW-DOOR-ID
                           MOVE DM-BUILDING TO WS-NEW-BUILDING
                           MOVE DM-STATUS   TO WS-NEW-ON-MASTER
                           PERFORM 3100-FIND-OR-ADD-DOOR
                               THRU 3100-EXIT
                   END-READ
               END-PERFORM
               CLOSE DOORMST-FILE
           END-IF

           OPEN INPUT DOORHIST-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO DOOR ACTIVITY HISTORY FILE - NO '
                   'DOOR ROTATIONS WILL SHOW'
               GO TO 3000-EXIT
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ DOORHIST-FILE INTO WS-DOORHIST-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF DH-ROT-CNT NUMERIC
                           PERFORM 3200-NOTE-DOOR-NIGHT THRU 3200-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOORHIST-FILE
           .
       3000-EXIT.
           EXIT.

      ****************************************************************
      * FIND WS-NEW-DOOR-ID IN THE DOOR TABLE, SLOTTING IT IN DOOR-  *
      * ID ORDER WHEN IT IS NOT THERE YET. WS-DOOR-SUB IS LEFT ON    *
      * THE ENTRY, OR ZERO WHEN THE TABLE IS FULL                     *
      ****************************************************************
       3100-FIND-OR-ADD-DOOR.

           SET DOOR-NOT-FOUND TO TRUE
           IF WS-DOOR-CNT GREATER 0
               SEARCH ALL WS-DOOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WD-DOOR-ID(WD-IDX) EQUAL WS-NEW-DOOR-ID
                       SET DOOR-FOUND TO TRUE
                       SET WS-DOOR-SUB TO WD-IDX
               END-SEARCH
           END-IF
           IF DOOR-FOUND
               GO TO 3100-EXIT
           END-IF

           IF WS-DOOR-CNT NOT LESS WS-MAX-DOORS
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-DOORS
                   ' DOORS - DOOR ' WS-NEW-DOOR-ID ' NOT COUNTED'
               MOVE 0 TO WS-DOOR-SUB
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-DOOR-CNT
           MOVE WS-DOOR-CNT TO WS-INS-SUB
           PERFORM UNTIL WS-INS-SUB EQUAL 1
                   OR WD-DOOR-ID(WS-INS-SUB - 1) LESS WS-NEW-DOOR-ID
               MOVE WS-DOOR-ENTRY(WS-INS-SUB - 1)
                   TO WS-DOOR-ENTRY(WS-INS-SUB)
               SUBTRACT 1 FROM WS-INS-SUB
           END-PERFORM

           INITIALIZE WS-DOOR-ENTRY(WS-INS-SUB)
           MOVE WS-NEW-DOOR-ID   TO WD-DOOR-ID(WS-INS-SUB)
           MOVE WS-NEW-BUILDING  TO WD-BUILDING(WS-INS-SUB)
           MOVE WS-NEW-ON-MASTER TO WD-ON-MASTER(WS-INS-SUB)
           MOVE WS-INS-SUB TO WS-DOOR-SUB
           .
       3100-EXIT.
           EXIT.

      ****************************************************************
      * ADD ONE DOOR-NIGHT'S ROTATIONS TO ITS MONTH - A SECOND LINE  *
      * FOR THE NIGHT JUST ADDED IS A RERUN AND REPLACES IT           *
      ****************************************************************
       3200-NOTE-DOOR-NIGHT.

           MOVE DH-RUN-DATE TO WS-LINE-DATE
           PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
           IF WS-PER EQUAL 0
               GO TO 3200-EXIT
           END-IF

           MOVE DH-DOOR-ID TO WS-NEW-DOOR-ID
           MOVE 'UNKNOWN'  TO WS-NEW-BUILDING
           MOVE SPACE      TO WS-NEW-ON-MASTER
           PERFORM 3100-FIND-OR-ADD-DOOR THRU 3100-EXIT
           IF WS-DOOR-SUB EQUAL 0
               GO TO 3200-EXIT
           END-IF

           MOVE DH-ROT-CNT TO WS-ROT-N
           IF DH-RUN-DATE EQUAL WD-LAST-DATE(WS-DOOR-SUB, WS-PER)
               SUBTRACT WD-LAST-ROT(WS-DOOR-SUB, WS-PER)
                   FROM WD-ROT(WS-DOOR-SUB, WS-PER)
           END-IF
           ADD WS-ROT-N TO WD-ROT(WS-DOOR-SUB, WS-PER)
           MOVE DH-RUN-DATE TO WD-LAST-DATE(WS-DOOR-SUB, WS-PER)
           MOVE WS-ROT-N    TO WD-LAST-ROT(WS-DOOR-SUB, WS-PER)
           .
       3200-EXIT.
           EXIT.

      ****************************************************************
      * ALERTS - LOAD THE FALSE ALARMS, THEN EVERY DISTINCT ALERT    *
      * FROM THE START OF THE ESCALATION WINDOW BEFORE THE PRIOR     *
      * MONTH. EACH DOOR-NIGHT IN EITHER MONTH IS JUDGED AGAINST     *
      * ALERT-ESCALATE'S RULES AS OF THAT NIGHT, THEN EVERY ALERT IS *
      * COUNTED UNDER ITS REASON                                      *
      ****************************************************************
       4000-LOAD-ALERTS.

           INITIALIZE WS-ALERT-TOT-TBL
           PERFORM 4100-LOAD-FALSE-ALARMS THRU 4100-EXIT

           OPEN INPUT ALERTHIST-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO ALERT HISTORY FILE - NO ALERTS '
                   'WILL SHOW'
               GO TO 4000-EXIT
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ ALERTHIST-FILE INTO WS-ALERTHIST-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 4200-NOTE-ALERT THRU 4200-EXIT
               END-READ
           END-PERFORM
           CLOSE ALERTHIST-FILE

      *    ONE ALERT NIGHT PER DOOR AND DATE, IN THE SAME ORDER
           MOVE 0 TO WS-AN-CNT
           MOVE 1 TO WS-AK-SUB
           PERFORM UNTIL WS-AK-SUB GREATER WS-AK-CNT
               IF WS-AN-CNT EQUAL 0
                       OR AN-DOOR-ID(WS-AN-CNT)
                           NOT EQUAL AK-DOOR-ID(WS-AK-SUB)
                       OR AN-RUN-DATE(WS-AN-CNT)
                           NOT EQUAL AK-RUN-DATE(WS-AK-SUB)
                   ADD 1 TO WS-AN-CNT
                   MOVE AK-DOOR-ID(WS-AK-SUB)
                       TO AN-DOOR-ID(WS-AN-CNT)
                   MOVE AK-RUN-DATE(WS-AK-SUB)
                       TO AN-RUN-DATE(WS-AN-CNT)
                   COMPUTE AN-INT(WS-AN-CNT) = FUNCTION
                       INTEGER-OF-DATE(FUNCTION NUMVAL(
                       AK-RUN-DATE(WS-AK-SUB)))
                   MOVE 'N' TO AN-CRITICAL(WS-AN-CNT)
               END-IF
               MOVE WS-AN-CNT TO AK-NIGHT-SUB(WS-AK-SUB)
               ADD 1 TO WS-AK-SUB
           END-PERFORM

           MOVE 1 TO WS-AN-SUB
           PERFORM 4400-JUDGE-NIGHT THRU 4400-EXIT
               UNTIL WS-AN-SUB GREATER WS-AN-CNT

           MOVE 1 TO WS-AK-SUB
           PERFORM 4500-COUNT-REASON THRU 4500-EXIT
               UNTIL WS-AK-SUB GREATER WS-AK-CNT
           .
       4000-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE KEY OF EVERY CASE CLOSED AS A FALSE ALARM - THE     *
      * MASTER IS WRITTEN IN KEY ORDER, SO THIS IS AN APPEND         *
      ****************************************************************
       4100-LOAD-FALSE-ALARMS.

           OPEN INPUT CASEMST-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO ALERT CASE MASTER - EVERY ALERT '
                   'NIGHT COUNTS'
               GO TO 4100-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ CASEMST-FILE INTO WS-CASE-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CS-CLOSED AND CS-FALSE-ALARM
                           PERFORM 4110-INSERT-FALSE-ALARM
                               THRU 4110-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASEMST-FILE
           .
       4100-EXIT.
           EXIT.

       4110-INSERT-FALSE-ALARM.

           IF WS-FA-CNT NOT LESS WS-MAX-FA
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-FA
                   ' CLOSED FALSE ALARMS - DOOR ' CS-DOOR-ID
                   ' NIGHT ' CS-ALERT-DATE ' STILL COUNTED'
               GO TO 4110-EXIT
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
       4110-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE ALERT HISTORY LINE INTO THE ALERT TABLE IN DOOR,    *
      * DATE, AND REASON ORDER - A NIGHT CLOSED AS A FALSE ALARM IS  *
      * ONLY COUNTED AS SUCH, AND A RERUN'S REPEAT IS DROPPED         *
      ****************************************************************
       4200-NOTE-ALERT.

           IF AH-RUN-DATE NOT NUMERIC
                   OR AH-RUN-DATE GREATER WS-RUN-DATE
               GO TO 4200-EXIT
           END-IF
           MOVE AH-RUN-DATE TO WS-DATE-WORK
           IF WS-DATE-WORK LESS WS-ALERT-FROM-DATE
               GO TO 4200-EXIT
           END-IF

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
               MOVE AH-RUN-DATE TO WS-LINE-DATE
               PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
               IF WS-PER GREATER 0
                   ADD 1 TO WA-FA-LINES(WS-PER)
               END-IF
               GO TO 4200-EXIT
           END-IF

           MOVE SPACES TO WS-AK-NEW-KEY
           STRING AH-DOOR-ID  DELIMITED BY SIZE
                  AH-RUN-DATE DELIMITED BY SIZE
                  AH-REASON   DELIMITED BY SIZE
               INTO WS-AK-NEW-KEY
           END-STRING

           MOVE WS-AK-CNT TO WS-INS-SUB
           PERFORM UNTIL WS-INS-SUB EQUAL 0
                   OR AK-KEY(WS-INS-SUB) NOT GREATER WS-AK-NEW-KEY
               SUBTRACT 1 FROM WS-INS-SUB
           END-PERFORM
           IF WS-INS-SUB GREATER 0
                   AND AK-KEY(WS-INS-SUB) EQUAL WS-AK-NEW-KEY
               GO TO 4200-EXIT
           END-IF

           IF WS-AK-CNT NOT LESS WS-MAX-AK
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-AK
                   ' ALERTS - DOOR ' AH-DOOR-ID ' NIGHT '
                   AH-RUN-DATE ' NOT COUNTED'
               GO TO 4200-EXIT
           END-IF

      *    OPEN A SLOT JUST AFTER THE LAST LOWER KEY
           ADD 1 TO WS-INS-SUB
           ADD 1 TO WS-AK-CNT
           MOVE WS-AK-CNT TO WS-AK-SUB
           PERFORM UNTIL WS-AK-SUB EQUAL WS-INS-SUB
               MOVE WS-AK-ENTRY(WS-AK-SUB - 1)
                   TO WS-AK-ENTRY(WS-AK-SUB)
               SUBTRACT 1 FROM WS-AK-SUB
           END-PERFORM
           MOVE WS-AK-NEW-KEY TO AK-KEY(WS-INS-SUB)
           MOVE 0 TO AK-NIGHT-SUB(WS-INS-SUB)
           .
       4200-EXIT.
           EXIT.

      ****************************************************************
      * JUDGE ONE DOOR-NIGHT IN EITHER MONTH THE WAY ALERT-ESCALATE  *
      * WOULD HAVE JUDGED IT THAT NIGHT: ITS STREAK OF CONSECUTIVE   *
      * ALERT NIGHTS ENDING THERE, OR ITS ALERT NIGHTS INSIDE THE    *
      * WINDOW ENDING THERE                                           *
      ****************************************************************
       4400-JUDGE-NIGHT.

           MOVE AN-RUN-DATE(WS-AN-SUB) TO WS-LINE-DATE
           PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
           IF WS-PER EQUAL 0
               GO TO 4400-NEXT
           END-IF
           ADD 1 TO WA-NIGHTS(WS-PER)

           MOVE 1 TO WS-STREAK-LEN
           MOVE WS-AN-SUB TO WS-AN-BACK
           PERFORM UNTIL WS-AN-BACK EQUAL 1
                   OR AN-DOOR-ID(WS-AN-BACK - 1)
                       NOT EQUAL AN-DOOR-ID(WS-AN-SUB)
                   OR AN-INT(WS-AN-BACK - 1)
                       NOT EQUAL AN-INT(WS-AN-BACK) - 1
               ADD 1 TO WS-STREAK-LEN
               SUBTRACT 1 FROM WS-AN-BACK
           END-PERFORM

           COMPUTE WS-WINDOW-INT =
               AN-INT(WS-AN-SUB) - WS-PARM-ESCAL-WINDOW + 1
           MOVE 1 TO WS-WINDOW-CNT
           MOVE WS-AN-SUB TO WS-AN-BACK
           PERFORM UNTIL WS-AN-BACK EQUAL 1
                   OR AN-DOOR-ID(WS-AN-BACK - 1)
                       NOT EQUAL AN-DOOR-ID(WS-AN-SUB)
                   OR AN-INT(WS-AN-BACK - 1) LESS WS-WINDOW-INT
               ADD 1 TO WS-WINDOW-CNT
               SUBTRACT 1 FROM WS-AN-BACK
           END-PERFORM

           IF WS-STREAK-LEN NOT LESS WS-PARM-ESCAL-CONSEC
                   OR WS-WINDOW-CNT NOT LESS WS-PARM-ESCAL-TOTAL
               MOVE 'Y' TO AN-CRITICAL(WS-AN-SUB)
               ADD 1 TO WA-ESCAL(WS-PER)
           END-IF
           .
       4400-NEXT.

           ADD 1 TO WS-AN-SUB
           .
       4400-EXIT.
           EXIT.

      ****************************************************************
      * COUNT ONE ALERT UNDER ITS REASON, AND AS AN ESCALATION WHEN  *
      * ITS DOOR-NIGHT WENT OVER A THRESHOLD                          *
      ****************************************************************
       4500-COUNT-REASON.

           MOVE AK-RUN-DATE(WS-AK-SUB) TO WS-LINE-DATE
           PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
           IF WS-PER EQUAL 0
               GO TO 4500-NEXT
           END-IF
           ADD 1 TO WA-LINES(WS-PER)

           MOVE 1 TO WS-RSN-SUB
           PERFORM UNTIL WS-RSN-SUB GREATER WS-RSN-CNT
                   OR WR-REASON(WS-RSN-SUB) EQUAL AK-REASON(WS-AK-SUB)
               ADD 1 TO WS-RSN-SUB
           END-PERFORM
           IF WS-RSN-SUB GREATER WS-RSN-CNT
               IF WS-RSN-CNT NOT LESS WS-MAX-RSN
                   DISPLAY 'WARNING: MORE THAN ' WS-MAX-RSN
                       ' ALERT REASONS - ' AK-REASON(WS-AK-SUB)
                       ' NOT BROKEN OUT'
                   GO TO 4500-NEXT
               END-IF
               ADD 1 TO WS-RSN-CNT
               MOVE WS-RSN-CNT TO WS-RSN-SUB
               MOVE AK-REASON(WS-AK-SUB) TO WR-REASON(WS-RSN-SUB)
               MOVE 0 TO WR-ALERTS(WS-RSN-SUB, 1)
                         WR-ALERTS(WS-RSN-SUB, 2)
                         WR-ESCAL(WS-RSN-SUB, 1)
                         WR-ESCAL(WS-RSN-SUB, 2)
           END-IF

           ADD 1 TO WR-ALERTS(WS-RSN-SUB, WS-PER)
           MOVE AK-NIGHT-SUB(WS-AK-SUB) TO WS-AN-SUB
           IF AN-ESCALATED(WS-AN-SUB)
               ADD 1 TO WR-ESCAL(WS-RSN-SUB, WS-PER)
           END-IF
           .
       4500-NEXT.

           ADD 1 TO WS-AK-SUB
           .
       4500-EXIT.
           EXIT.

      ****************************************************************
      * THE HISTORIES KEPT ONE LINE PER NIGHT - STEP ELAPSED TIMES   *
      * AND FRAUD COUNTS - INTO THEIR NIGHT SLOTS, THEN ROLLED UP BY *
      * MONTH                                                         *
      ****************************************************************
       5000-LOAD-NIGHTLY.

           INITIALIZE WS-NIGHT-TBL WS-ELAPSED-TBL WS-FRAUD-TOT-TBL

           OPEN INPUT TIMEHIST-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO TIMING HISTORY FILE - NO ELAPSED '
                   'TIMES WILL SHOW'
           ELSE
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL EOF
                   READ TIMEHIST-FILE INTO WS-TIMEHIST-IN-LINE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM 5100-NOTE-TIMING THRU 5100-EXIT
                   END-READ
               END-PERFORM
               CLOSE TIMEHIST-FILE
           END-IF

           OPEN INPUT FRAUDHIST-FILE
           IF INPUT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO FRAUD COUNT HISTORY FILE - NO FRAUD '
                   'COUNTS WILL SHOW'
           ELSE
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL EOF
                   READ FRAUDHIST-FILE INTO WS-FRAUDH-LINE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM 5200-NOTE-FRAUD THRU 5200-EXIT
                   END-READ
               END-PERFORM
               CLOSE FRAUDHIST-FILE
           END-IF

           MOVE 1 TO WS-DAY-SUB
           PERFORM 5300-ROLL-UP-NIGHT THRU 5300-EXIT
               UNTIL WS-DAY-SUB GREATER 62
           .
       5000-EXIT.
           EXIT.

       5100-NOTE-TIMING.

           IF TI-ELAPSED-SECS NOT NUMERIC
               GO TO 5100-EXIT
           END-IF
           MOVE TI-RUN-DATE TO WS-LINE-DATE
           PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
           IF WS-NIGHT-SUB EQUAL 0
               GO TO 5100-EXIT
           END-IF

           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB GREATER 3
                   OR TI-PROGRAM EQUAL WG-NAME(WS-STEP-SUB)
               ADD 1 TO WS-STEP-SUB
           END-PERFORM
           IF WS-STEP-SUB GREATER 3
               GO TO 5100-EXIT
           END-IF

           MOVE 'Y' TO WT-STEP-SEEN(WS-NIGHT-SUB, WS-STEP-SUB)
           MOVE TI-ELAPSED-SECS
               TO WT-STEP-SECS(WS-NIGHT-SUB, WS-STEP-SUB)
           .
       5100-EXIT.
           EXIT.

       5200-NOTE-FRAUD.

           MOVE FH-RUN-DATE TO WS-LINE-DATE
           PERFORM 1900-FIND-NIGHT THRU 1900-EXIT
           IF WS-NIGHT-SUB EQUAL 0
               GO TO 5200-EXIT
           END-IF
           IF FH-SCAN-CNT NOT NUMERIC
                   OR FH-UNISSUED-CNT NOT NUMERIC
               GO TO 5200-EXIT
           END-IF

           MOVE 'Y'             TO WT-FRAUD-SEEN(WS-NIGHT-SUB)
           MOVE FH-SCAN-CNT     TO WT-FRAUD-CNT(WS-NIGHT-SUB, 1)
           MOVE FH-INVALID-CNT  TO WT-FRAUD-CNT(WS-NIGHT-SUB, 2)
           MOVE FH-BADFMT-CNT   TO WT-FRAUD-CNT(WS-NIGHT-SUB, 3)
           MOVE FH-HOTLIST-CNT  TO WT-FRAUD-CNT(WS-NIGHT-SUB, 4)
           MOVE FH-BOTH-CNT     TO WT-FRAUD-CNT(WS-NIGHT-SUB, 5)
           MOVE FH-PB-GROUP-CNT TO WT-FRAUD-CNT(WS-NIGHT-SUB, 6)
           MOVE FH-UNISSUED-CNT TO WT-FRAUD-CNT(WS-NIGHT-SUB, 7)
           .
       5200-EXIT.
           EXIT.

      ****************************************************************
      * ROLL ONE NIGHT SLOT INTO ITS MONTH                            *
      ****************************************************************
       5300-ROLL-UP-NIGHT.

           IF WS-DAY-SUB GREATER 31
               MOVE 2 TO WS-PER
           ELSE
               MOVE 1 TO WS-PER
           END-IF

           MOVE 0 TO WS-BATCH-SECS
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB GREATER 3
               IF WT-STEP-SEEN(WS-DAY-SUB, WS-STEP-SUB) EQUAL 'Y'
                   ADD 1 TO WE-NIGHTS(WS-PER, WS-STEP-SUB)
                   ADD WT-STEP-SECS(WS-DAY-SUB, WS-STEP-SUB)
                       TO WE-TOT(WS-PER, WS-STEP-SUB)
                       WS-BATCH-SECS
                   IF WT-STEP-SECS(WS-DAY-SUB, WS-STEP-SUB)
                           GREATER WE-WORST(WS-PER, WS-STEP-SUB)
                       MOVE WT-STEP-SECS(WS-DAY-SUB, WS-STEP-SUB)
                           TO WE-WORST(WS-PER, WS-STEP-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-STEP-SUB
           END-PERFORM

           IF WT-STEP-SEEN(WS-DAY-SUB, 1) EQUAL 'Y'
                   OR WT-STEP-SEEN(WS-DAY-SUB, 2) EQUAL 'Y'
                   OR WT-STEP-SEEN(WS-DAY-SUB, 3) EQUAL 'Y'
               ADD 1 TO WE-BATCH-NIGHTS(WS-PER)
               ADD WS-BATCH-SECS TO WE-BATCH-TOT(WS-PER)
               IF WS-BATCH-SECS GREATER WE-BATCH-WORST(WS-PER)
                   MOVE WS-BATCH-SECS TO WE-BATCH-WORST(WS-PER)
                   MOVE WS-PERIOD-MONTH(WS-PER)
                       TO WE-BATCH-WORST-DATE(WS-PER)(1:6)
                   COMPUTE WS-DATE-DD =
                       WS-DAY-SUB - (WS-PER - 1) * 31
                   MOVE WS-DATE-DD
                       TO WE-BATCH-WORST-DATE(WS-PER)(7:2)
               END-IF
           END-IF

           IF WT-FRAUD-SEEN(WS-DAY-SUB) EQUAL 'Y'
               ADD 1 TO WZ-NIGHTS(WS-PER)
               MOVE 1 TO WS-FRAUD-SUB
               PERFORM UNTIL WS-FRAUD-SUB GREATER 7
                   ADD WT-FRAUD-CNT(WS-DAY-SUB, WS-FRAUD-SUB)
                       TO WZ-CNT(WS-PER, WS-FRAUD-SUB)
                   ADD 1 TO WS-FRAUD-SUB
               END-PERFORM
           END-IF

           ADD 1 TO WS-DAY-SUB
           .
       5300-EXIT.
           EXIT.

      ****************************************************************
      * OPEN BOTH OUTPUTS FOR APPEND, CREATING EACH THE FIRST MONTH  *
      * - THE FINANCE FILE GETS ITS COLUMN HEADINGS ONLY THEN - AND  *
      * START THE PAGE                                                *
      ****************************************************************
       6000-OPEN-OUTPUT.

           COPY OPENFILE REPLACING OPEN-MODE BY EXTEND
               OPEN-FILE-NAME BY REPORT-FILE.
           IF OUTPUT-FILE-NOT-FOUND
               COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
                   OPEN-FILE-NAME BY REPORT-FILE.
           END-IF

      *    THE FINANCE FILE GETS ITS COLUMN HEADINGS ONLY WHILE IT
      *    HOLDS NOTHING - MISSING, OR ALLOCATED AND STILL EMPTY
           COPY OPENFILE REPLACING OPEN-MODE BY INPUT
               OPEN-FILE-NAME BY FINANCE-FILE.
           IF OUTPUT-FILE-NOT-FOUND
               SET FIN-NEW-FILE TO TRUE
           ELSE
               READ FINANCE-FILE
                   AT END
                       SET FIN-NEW-FILE TO TRUE
               END-READ
               COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY FINANCE-FILE.
           END-IF

           COPY OPENFILE REPLACING OPEN-MODE BY EXTEND
               OPEN-FILE-NAME BY FINANCE-FILE.
           IF OUTPUT-FILE-NOT-FOUND
               COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
                   OPEN-FILE-NAME BY FINANCE-FILE.
           END-IF
           IF FIN-NEW-FILE
               WRITE FINANCE-RECORD FROM WS-FIN-HEADER-LINE
           END-IF

           MOVE WS-PERIOD-MONTH(1) TO WH-THIS-MONTH
           MOVE WS-PERIOD-MONTH(2) TO WH-PRIOR-MONTH
           MOVE WS-RUN-DATE        TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           .
       6000-EXIT.
           EXIT.

      ****************************************************************
      * DAY PROGRAMS - NIGHTS, RERUNS, TOTAL AND AVERAGE RESULT      *
      ****************************************************************
       6100-WRITE-DAY-PROGRAMS.

           MOVE 'DAY PROGRAMS' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'DAYPGM' TO WS-FIG-SECTION

           MOVE 1 TO WS-PGM-SUB
           PERFORM UNTIL WS-PGM-SUB GREATER 3
               MOVE WG-NAME(WS-PGM-SUB) TO WS-SECTION-LINE
               WRITE REPORT-RECORD FROM WS-SECTION-LINE

               MOVE '  NIGHTS PROCESSED' TO WS-FIG-ITEM
               MOVE WG-NIGHTS(WS-PGM-SUB, 1) TO WS-FIG-THIS
               MOVE WG-NIGHTS(WS-PGM-SUB, 2) TO WS-FIG-PRIOR
               PERFORM 6110-PROGRAM-FIGURE THRU 6110-EXIT

               MOVE '  RERUNS' TO WS-FIG-ITEM
               MOVE WG-RERUNS(WS-PGM-SUB, 1) TO WS-FIG-THIS
               MOVE WG-RERUNS(WS-PGM-SUB, 2) TO WS-FIG-PRIOR
               PERFORM 6110-PROGRAM-FIGURE THRU 6110-EXIT

               MOVE '  RESULT TOTAL' TO WS-FIG-ITEM
               MOVE WG-RSLT-TOT(WS-PGM-SUB, 1) TO WS-FIG-THIS
               MOVE WG-RSLT-TOT(WS-PGM-SUB, 2) TO WS-FIG-PRIOR
               PERFORM 6110-PROGRAM-FIGURE THRU 6110-EXIT

               MOVE '  RESULT AVERAGE' TO WS-FIG-ITEM
               MOVE 0 TO WS-FIG-THIS WS-FIG-PRIOR
               IF WG-RSLT-NIGHTS(WS-PGM-SUB, 1) GREATER 0
                   COMPUTE WS-FIG-THIS ROUNDED =
                       WG-RSLT-TOT(WS-PGM-SUB, 1)
                       / WG-RSLT-NIGHTS(WS-PGM-SUB, 1)
               END-IF
               IF WG-RSLT-NIGHTS(WS-PGM-SUB, 2) GREATER 0
                   COMPUTE WS-FIG-PRIOR ROUNDED =
                       WG-RSLT-TOT(WS-PGM-SUB, 2)
                       / WG-RSLT-NIGHTS(WS-PGM-SUB, 2)
               END-IF
               PERFORM 6110-PROGRAM-FIGURE THRU 6110-EXIT

               ADD 1 TO WS-PGM-SUB
           END-PERFORM
           .
       6100-EXIT.
           EXIT.

      *    FINANCE KEY IS THE PROGRAM NAME AND THE FIGURE
       6110-PROGRAM-FIGURE.

           MOVE SPACES TO WS-FIG-KEY
           STRING WG-NAME(WS-PGM-SUB) DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-FIG-ITEM(3:)     DELIMITED BY '  '
               INTO WS-FIG-KEY
           END-STRING
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT
           .
       6110-EXIT.
           EXIT.

      ****************************************************************
      * BUSIEST AND QUIETEST DOORS, THEN BUILDINGS, BY THIS MONTH'S  *
      * ROTATIONS. A DOOR ACTIVE ON THE MASTER COUNTS EVEN AT ZERO - *
      * THAT IS THE QUIETEST A DOOR CAN BE - AND ANY OTHER DOOR      *
      * ONLY WHEN IT MOVED THIS MONTH                                 *
      ****************************************************************
       6200-WRITE-DOORS.

           MOVE 0 TO WS-BLDG-CNT
           MOVE 1 TO WS-DOOR-SUB
           PERFORM UNTIL WS-DOOR-SUB GREATER WS-DOOR-CNT
               IF WD-ACTIVE-ON-MASTER(WS-DOOR-SUB)
                       OR WD-ROT(WS-DOOR-SUB, 1) GREATER 0
                   MOVE 'N' TO WD-PICKED(WS-DOOR-SUB)
                   PERFORM 6250-ADD-TO-BUILDING THRU 6250-EXIT
               ELSE
                   MOVE 'X' TO WD-PICKED(WS-DOOR-SUB)
               END-IF
               ADD 1 TO WS-DOOR-SUB
           END-PERFORM

           MOVE 'BUSIEST DOORS - ROTATIONS' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'BUSYDOOR' TO WS-FIG-SECTION
           SET RANK-BUSIEST TO TRUE
           PERFORM 6210-LIST-DOORS THRU 6210-EXIT

           MOVE 1 TO WS-DOOR-SUB
           PERFORM UNTIL WS-DOOR-SUB GREATER WS-DOOR-CNT
               IF WD-PICKED(WS-DOOR-SUB) EQUAL 'Y'
                   MOVE 'N' TO WD-PICKED(WS-DOOR-SUB)
               END-IF
               ADD 1 TO WS-DOOR-SUB
           END-PERFORM
           MOVE 'QUIETEST DOORS - ROTATIONS' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'QUIETDR' TO WS-FIG-SECTION
           SET RANK-QUIETEST TO TRUE
           PERFORM 6210-LIST-DOORS THRU 6210-EXIT

           MOVE 'BUSIEST BUILDINGS - ROTATIONS' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'BUSYBLDG' TO WS-FIG-SECTION
           SET RANK-BUSIEST TO TRUE
           PERFORM 6260-LIST-BUILDINGS THRU 6260-EXIT

           MOVE 1 TO WS-BLDG-SUB
           PERFORM UNTIL WS-BLDG-SUB GREATER WS-BLDG-CNT
               MOVE 'N' TO WB-PICKED(WS-BLDG-SUB)
               ADD 1 TO WS-BLDG-SUB
           END-PERFORM
           MOVE 'QUIETEST BUILDINGS - ROTATIONS' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'QUIETBLD' TO WS-FIG-SECTION
           SET RANK-QUIETEST TO TRUE
           PERFORM 6260-LIST-BUILDINGS THRU 6260-EXIT
           .
       6200-EXIT.
           EXIT.

      ****************************************************************
      * LIST UP TO WS-RANK-MAX DOORS, EACH PICK THE BUSIEST (OR      *
      * QUIETEST) NOT YET LISTED - THE LOWER DOOR ID WINS A TIE       *
      ****************************************************************
       6210-LIST-DOORS.

           MOVE 0 TO WS-RANK-CNT
           PERFORM UNTIL WS-RANK-CNT NOT LESS WS-RANK-MAX
               MOVE 0 TO WS-PICK-SUB
               MOVE 1 TO WS-DOOR-SUB
               PERFORM UNTIL WS-DOOR-SUB GREATER WS-DOOR-CNT
                   IF WD-PICKED(WS-DOOR-SUB) EQUAL 'N'
                       IF WS-PICK-SUB EQUAL 0
                               OR (RANK-BUSIEST AND
                                   WD-ROT(WS-DOOR-SUB, 1)
                                       GREATER WS-PICK-ROT)
                               OR (RANK-QUIETEST AND
                                   WD-ROT(WS-DOOR-SUB, 1)
                                       LESS WS-PICK-ROT)
                           MOVE WS-DOOR-SUB TO WS-PICK-SUB
                           MOVE WD-ROT(WS-DOOR-SUB, 1)
                               TO WS-PICK-ROT
                       END-IF
                   END-IF
                   ADD 1 TO WS-DOOR-SUB
               END-PERFORM
               IF WS-PICK-SUB EQUAL 0
                   GO TO 6210-EXIT
               END-IF

               MOVE 'Y' TO WD-PICKED(WS-PICK-SUB)
               ADD 1 TO WS-RANK-CNT
               MOVE SPACES TO WS-FIG-ITEM WS-FIG-KEY
               STRING '  DOOR '                 DELIMITED BY SIZE
                      WD-DOOR-ID(WS-PICK-SUB)   DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WD-BUILDING(WS-PICK-SUB)  DELIMITED BY SIZE
                   INTO WS-FIG-ITEM
               END-STRING
               STRING 'DOOR '                   DELIMITED BY SIZE
                      WD-DOOR-ID(WS-PICK-SUB)   DELIMITED BY SIZE
                   INTO WS-FIG-KEY
               END-STRING
               MOVE WD-ROT(WS-PICK-SUB, 1) TO WS-FIG-THIS
               MOVE WD-ROT(WS-PICK-SUB, 2) TO WS-FIG-PRIOR
               PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT
           END-PERFORM
           .
       6210-EXIT.
           EXIT.

      ****************************************************************
      * ROLL ONE DOOR'S ROTATIONS INTO ITS BUILDING                   *
      ****************************************************************
       6250-ADD-TO-BUILDING.

           MOVE 1 TO WS-BLDG-SUB
           PERFORM UNTIL WS-BLDG-SUB GREATER WS-BLDG-CNT
                   OR WB-BUILDING(WS-BLDG-SUB)
                       EQUAL WD-BUILDING(WS-DOOR-SUB)
               ADD 1 TO WS-BLDG-SUB
           END-PERFORM
           IF WS-BLDG-SUB GREATER WS-BLDG-CNT
               IF WS-BLDG-CNT NOT LESS WS-MAX-BLDGS
                   DISPLAY 'WARNING: MORE THAN ' WS-MAX-BLDGS
                       ' BUILDINGS - ' WD-BUILDING(WS-DOOR-SUB)
                       ' NOT RANKED'
                   GO TO 6250-EXIT
               END-IF
               ADD 1 TO WS-BLDG-CNT
               MOVE WS-BLDG-CNT TO WS-BLDG-SUB
               MOVE WD-BUILDING(WS-DOOR-SUB)
                   TO WB-BUILDING(WS-BLDG-SUB)
               MOVE 'N' TO WB-PICKED(WS-BLDG-SUB)
               MOVE 0   TO WB-ROT(WS-BLDG-SUB, 1)
                           WB-ROT(WS-BLDG-SUB, 2)
           END-IF
           ADD WD-ROT(WS-DOOR-SUB, 1) TO WB-ROT(WS-BLDG-SUB, 1)
           ADD WD-ROT(WS-DOOR-SUB, 2) TO WB-ROT(WS-BLDG-SUB, 2)
           .
       6250-EXIT.
           EXIT.

      ****************************************************************
      * LIST UP TO WS-RANK-MAX BUILDINGS THE SAME WAY AS THE DOORS    *
      ****************************************************************
       6260-LIST-BUILDINGS.

           MOVE 0 TO WS-RANK-CNT
           PERFORM UNTIL WS-RANK-CNT NOT LESS WS-RANK-MAX
               MOVE 0 TO WS-PICK-SUB
               MOVE 1 TO WS-BLDG-SUB
               PERFORM UNTIL WS-BLDG-SUB GREATER WS-BLDG-CNT
                   IF WB-PICKED(WS-BLDG-SUB) EQUAL 'N'
                       IF WS-PICK-SUB EQUAL 0
                               OR (RANK-BUSIEST AND
                                   WB-ROT(WS-BLDG-SUB, 1)
                                       GREATER WS-PICK-ROT)
                               OR (RANK-QUIETEST AND
                                   WB-ROT(WS-BLDG-SUB, 1)
                                       LESS WS-PICK-ROT)
                           MOVE WS-BLDG-SUB TO WS-PICK-SUB
                           MOVE WB-ROT(WS-BLDG-SUB, 1)
                               TO WS-PICK-ROT
                       END-IF
                   END-IF
                   ADD 1 TO WS-BLDG-SUB
               END-PERFORM
               IF WS-PICK-SUB EQUAL 0
                   GO TO 6260-EXIT
               END-IF

               MOVE 'Y' TO WB-PICKED(WS-PICK-SUB)
               ADD 1 TO WS-RANK-CNT
               MOVE SPACES TO WS-FIG-ITEM WS-FIG-KEY
               STRING '  '                      DELIMITED BY SIZE
                      WB-BUILDING(WS-PICK-SUB)  DELIMITED BY SIZE
                   INTO WS-FIG-ITEM
               END-STRING
               MOVE WB-BUILDING(WS-PICK-SUB) TO WS-FIG-KEY
               MOVE WB-ROT(WS-PICK-SUB, 1) TO WS-FIG-THIS
               MOVE WB-ROT(WS-PICK-SUB, 2) TO WS-FIG-PRIOR
               PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT
           END-PERFORM
           .
       6260-EXIT.
           EXIT.

      ****************************************************************
      * SECURITY ALERTS - TOTALS, THEN ALERTS AND ESCALATED NIGHTS   *
      * FOR EACH REASON                                               *
      ****************************************************************
       6300-WRITE-ALERTS.

           MOVE 'SECURITY ALERTS' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'ALERTS' TO WS-FIG-SECTION

           MOVE '  ALERT LINES' TO WS-FIG-ITEM
           MOVE 'ALERT LINES' TO WS-FIG-KEY
           MOVE WA-LINES(1) TO WS-FIG-THIS
           MOVE WA-LINES(2) TO WS-FIG-PRIOR
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

           MOVE '  DOOR-NIGHTS ALERTED' TO WS-FIG-ITEM
           MOVE 'DOOR-NIGHTS ALERTED' TO WS-FIG-KEY
           MOVE WA-NIGHTS(1) TO WS-FIG-THIS
           MOVE WA-NIGHTS(2) TO WS-FIG-PRIOR
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

           MOVE '  DOOR-NIGHTS ESCALATED' TO WS-FIG-ITEM
           MOVE 'DOOR-NIGHTS ESCALATED' TO WS-FIG-KEY
           MOVE WA-ESCAL(1) TO WS-FIG-THIS
           MOVE WA-ESCAL(2) TO WS-FIG-PRIOR
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

           MOVE '  CLOSED AS FALSE ALARMS' TO WS-FIG-ITEM
           MOVE 'CLOSED AS FALSE ALARMS' TO WS-FIG-KEY
           MOVE WA-FA-LINES(1) TO WS-FIG-THIS
           MOVE WA-FA-LINES(2) TO WS-FIG-PRIOR
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

           MOVE 1 TO WS-RSN-SUB
           PERFORM UNTIL WS-RSN-SUB GREATER WS-RSN-CNT
               MOVE SPACES TO WS-SECTION-LINE
               MOVE WR-REASON(WS-RSN-SUB) TO WS-SECTION-LINE(3:)
               WRITE REPORT-RECORD FROM WS-SECTION-LINE

               MOVE 'ALERTS' TO WS-FIG-SECTION
               MOVE '    ALERTS' TO WS-FIG-ITEM
               MOVE WR-REASON(WS-RSN-SUB) TO WS-FIG-KEY
               MOVE WR-ALERTS(WS-RSN-SUB, 1) TO WS-FIG-THIS
               MOVE WR-ALERTS(WS-RSN-SUB, 2) TO WS-FIG-PRIOR
               PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

               MOVE 'ESCALATE' TO WS-FIG-SECTION
               MOVE '    ESCALATIONS' TO WS-FIG-ITEM
               MOVE WR-ESCAL(WS-RSN-SUB, 1) TO WS-FIG-THIS
               MOVE WR-ESCAL(WS-RSN-SUB, 2) TO WS-FIG-PRIOR
               PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

               ADD 1 TO WS-RSN-SUB
           END-PERFORM
           .
       6300-EXIT.
           EXIT.

      ****************************************************************
      * BATCH ELAPSED TIME IN SECONDS - THE NIGHT AS A WHOLE, THEN   *
      * EACH DAY STEP                                                 *
      ****************************************************************
       6400-WRITE-ELAPSED.

           MOVE 'BATCH ELAPSED SECONDS' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'ELAPSED' TO WS-FIG-SECTION

           MOVE '  BATCH AVERAGE' TO WS-FIG-ITEM
           MOVE 'BATCH AVERAGE' TO WS-FIG-KEY
           MOVE 0 TO WS-FIG-THIS WS-FIG-PRIOR
           IF WE-BATCH-NIGHTS(1) GREATER 0
               COMPUTE WS-FIG-THIS ROUNDED =
                   WE-BATCH-TOT(1) / WE-BATCH-NIGHTS(1)
           END-IF
           IF WE-BATCH-NIGHTS(2) GREATER 0
               COMPUTE WS-FIG-PRIOR ROUNDED =
                   WE-BATCH-TOT(2) / WE-BATCH-NIGHTS(2)
           END-IF
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

           MOVE '  BATCH WORST' TO WS-FIG-ITEM
           MOVE 'BATCH WORST' TO WS-FIG-KEY
           MOVE WE-BATCH-WORST(1) TO WS-FIG-THIS
           MOVE WE-BATCH-WORST(2) TO WS-FIG-PRIOR
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT
           MOVE WE-BATCH-WORST-DATE(1) TO WW-THIS-DATE
           MOVE WE-BATCH-WORST-DATE(2) TO WW-PRIOR-DATE
           IF WW-THIS-DATE EQUAL SPACES
               MOVE 'NONE' TO WW-THIS-DATE
           END-IF
           IF WW-PRIOR-DATE EQUAL SPACES
               MOVE 'NONE' TO WW-PRIOR-DATE
           END-IF
           WRITE REPORT-RECORD FROM WS-WORST-LINE

           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB GREATER 3
               MOVE SPACES TO WS-FIG-ITEM WS-FIG-KEY
               STRING '  '                 DELIMITED BY SIZE
                      WG-NAME(WS-STEP-SUB) DELIMITED BY SPACE
                      ' AVERAGE'           DELIMITED BY SIZE
                   INTO WS-FIG-ITEM
               END-STRING
               MOVE WS-FIG-ITEM(3:) TO WS-FIG-KEY
               MOVE 0 TO WS-FIG-THIS WS-FIG-PRIOR
               IF WE-NIGHTS(1, WS-STEP-SUB) GREATER 0
                   COMPUTE WS-FIG-THIS ROUNDED =
                       WE-TOT(1, WS-STEP-SUB)
                       / WE-NIGHTS(1, WS-STEP-SUB)
               END-IF
               IF WE-NIGHTS(2, WS-STEP-SUB) GREATER 0
                   COMPUTE WS-FIG-PRIOR ROUNDED =
                       WE-TOT(2, WS-STEP-SUB)
                       / WE-NIGHTS(2, WS-STEP-SUB)
               END-IF
               PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

               MOVE SPACES TO WS-FIG-ITEM WS-FIG-KEY
               STRING '  '                 DELIMITED BY SIZE
                      WG-NAME(WS-STEP-SUB) DELIMITED BY SPACE
                      ' WORST'             DELIMITED BY SIZE
                   INTO WS-FIG-ITEM
               END-STRING
               MOVE WS-FIG-ITEM(3:) TO WS-FIG-KEY
               MOVE WE-WORST(1, WS-STEP-SUB) TO WS-FIG-THIS
               MOVE WE-WORST(2, WS-STEP-SUB) TO WS-FIG-PRIOR
               PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

               ADD 1 TO WS-STEP-SUB
           END-PERFORM
           .
       6400-EXIT.
           EXIT.

      ****************************************************************
      * PASS FRAUD COUNTS                                             *
      ****************************************************************
       6500-WRITE-FRAUD.

           MOVE 'PASS FRAUD' TO WS-SECTION-LINE
           PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
           MOVE 'FRAUD' TO WS-FIG-SECTION

           MOVE '  NIGHTS REPORTED' TO WS-FIG-ITEM
           MOVE 'NIGHTS REPORTED' TO WS-FIG-KEY
           MOVE WZ-NIGHTS(1) TO WS-FIG-THIS
           MOVE WZ-NIGHTS(2) TO WS-FIG-PRIOR
           PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT

           MOVE 1 TO WS-FRAUD-SUB
           PERFORM UNTIL WS-FRAUD-SUB GREATER 7
               MOVE SPACES TO WS-FIG-ITEM
               MOVE WS-FRAUD-LABEL(WS-FRAUD-SUB) TO WS-FIG-ITEM(3:)
               MOVE WS-FRAUD-LABEL(WS-FRAUD-SUB) TO WS-FIG-KEY
               MOVE WZ-CNT(1, WS-FRAUD-SUB) TO WS-FIG-THIS
               MOVE WZ-CNT(2, WS-FRAUD-SUB) TO WS-FIG-PRIOR
               PERFORM 8000-WRITE-FIGURE THRU 8000-EXIT
               ADD 1 TO WS-FRAUD-SUB
           END-PERFORM
           .
       6500-EXIT.
           EXIT.

      ****************************************************************
      * ONE FIGURE TO THE PAGE AND TO THE FINANCE FILE, WITH ITS     *
      * CHANGE FROM THE PRIOR MONTH                                   *
      ****************************************************************
       8000-WRITE-FIGURE.

           COMPUTE WS-FIG-CHANGE = WS-FIG-THIS - WS-FIG-PRIOR
           ADD 1 TO WS-FIG-CNT

           MOVE SPACES        TO WS-FIGURE-LINE
           MOVE WS-FIG-ITEM   TO WF-ITEM
           MOVE WS-FIG-THIS   TO WF-THIS
           MOVE WS-FIG-PRIOR  TO WF-PRIOR
           MOVE WS-FIG-CHANGE TO WF-CHANGE
           WRITE REPORT-RECORD FROM WS-FIGURE-LINE

           MOVE WS-FIG-CHANGE TO WS-FIG-CHANGE-OUT
           MOVE SPACES TO WS-FIN-OUT-LINE
           STRING WS-PERIOD-MONTH(1)  DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-FIG-SECTION      DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-FIG-KEY          DELIMITED BY '  '
                  ','                 DELIMITED BY SIZE
                  WS-FIG-THIS         DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-FIG-PRIOR        DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-FIG-CHANGE-OUT   DELIMITED BY SIZE
               INTO WS-FIN-OUT-LINE
           END-STRING
           WRITE FINANCE-RECORD FROM WS-FIN-OUT-LINE
           .
       8000-EXIT.
           EXIT.

      ****************************************************************
      * A BLANK LINE AND A SECTION HEADING ON THE PAGE                *
      ****************************************************************
       8100-WRITE-SECTION.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           .
       8100-EXIT.
           EXIT.

           COPY PARMPA.

           COPY CALPA.
