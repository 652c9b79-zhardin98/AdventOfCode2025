       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIG-TREND.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * RIG DEGRADATION TREND REPORT OVER THE PER-RIG HISTORY        *
      * GIFT-SHOP3 APPENDS EACH NIGHT. EACH RIG'S LATEST NIGHT IS    *
      * COMPARED WITH ITS OWN TRAILING AVERAGE OVER THE              *
      * RIG-TREND-NIGHTS NIGHTS BEFORE IT - AVERAGE BEST JOLTAGE OF  *
      * THE GOOD LINES, AND THE SHARE OF LINES THAT WERE BAD - AND   *
      * THE RIG IS FLAGGED WHEN ITS JOLTAGE HAS FALLEN, OR ITS       *
      * BAD-LINE RATE HAS RISEN, BY MORE THAN RIG-DRIFT-PCT PERCENT  *
      * OF THAT AVERAGE, SO RIG ENGINEERING CAN PULL A DEGRADING RIG *
      * BEFORE IT FAILS OUTRIGHT. A RIG THAT HAD NO BAD LINES BEFORE *
      * IS FLAGGED ON ITS FIRST BAD ONE. THE TRAILING AVERAGES ARE   *
      * WEIGHTED BY EACH NIGHT'S LINE COUNT, SO A SHORT NIGHT DOES   *
      * NOT COUNT AS MUCH AS A FULL ONE.                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PER-RIG NIGHTLY HISTORY FROM GIFT-SHOP3
           SELECT RIGHIST-FILE ASSIGN TO 'RIGHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIGHIST-STATUS.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    RIG TREND REPORT FOR RIG ENGINEERING
           SELECT REPORT-FILE ASSIGN TO 'RIGTREND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RIGHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RIGHIST-RECORD.
       01  RIGHIST-RECORD                       PIC X(80).

       COPY PARMFD.

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

       01  WS-RIGHIST-STATUS                    PIC X(2).
           88 RIGHIST-FILE-NOT-FOUND                       VALUE '35'.

           COPY RIGHREC.

      *    ONE ENTRY PER RIG ON THE HISTORY, IN RIG-ID ORDER, EACH
      *    CARRYING ITS LATEST NIGHTS IN DATE ORDER - THE TRAILING
      *    WINDOW PLUS THE LATEST NIGHT ITSELF. A SAME-DATE RERUN
      *    LINE REPLACES THE EARLIER ONE
       01  WS-RIG-CNT                           PIC 9(3)   VALUE 0.
       01  WS-RIG-TBL.
           05 WS-RIG-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-RIG-CNT
                   ASCENDING KEY IS WR-RIG-ID
                   INDEXED BY WR-IDX.
               10 WR-RIG-ID                     PIC X(8).
               10 WR-NIGHT-CNT                  PIC 9(2).
               10 WR-NIGHT OCCURS 61 TIMES.
                   15 WR-RUN-DATE               PIC X(8).
                   15 WR-LINE-CNT               PIC 9(7).
                   15 WR-BAD-CNT                PIC 9(7).
                   15 WR-JOLT-SUM               PIC 9(18).
                   15 WR-JOLT-AVG               PIC 9(12).
       01  WS-MAX-RIGS                          PIC 9(3)   VALUE 500.
       01  WS-RIG-SUB                           PIC 9(3)   VALUE 0.
       01  WS-RIG-INS-SUB                       PIC 9(3)   VALUE 0.
       01  WS-RIG-FOUND                         PIC X(1).
           88 RIG-FOUND                                    VALUE 'Y'.
           88 RIG-NOT-FOUND                                VALUE 'N'.
       01  WS-NIGHT-SUB                         PIC 9(2)   VALUE 0.
       01  WS-NIGHT-INS-SUB                     PIC 9(2)   VALUE 0.
       01  WS-MAX-NIGHTS                        PIC 9(2)   VALUE 61.

      *    TRAILING NIGHTS COMPARED AGAINST, AND THE DRIFT TOLERANCE
       01  WS-TREND-NIGHTS                      PIC 9(2)   VALUE 14.
       01  WS-MAX-TREND-NIGHTS                  PIC 9(2)   VALUE 60.
       01  WS-KEEP-NIGHTS                       PIC 9(2)   VALUE 15.
       01  WS-DRIFT-PCT                         PIC 9(3)   VALUE 10.

      *    ONE RIG'S LATEST NIGHT AGAINST ITS TRAILING NIGHTS
       01  WS-LATEST-SUB                        PIC 9(2)   VALUE 0.
       01  WS-PRIOR-CNT                         PIC 9(2)   VALUE 0.
       01  WS-PRIOR-LINES                       PIC 9(9)   VALUE 0.
       01  WS-PRIOR-BAD                         PIC 9(9)   VALUE 0.
       01  WS-PRIOR-GOOD                        PIC 9(9)   VALUE 0.
       01  WS-PRIOR-SUM                         PIC 9(18)  VALUE 0.
       01  WS-PRIOR-AVG                         PIC 9(12)  VALUE 0.
       01  WS-LATEST-BAD-PCT                    PIC 9(3)V99 VALUE 0.
       01  WS-PRIOR-BAD-PCT                     PIC 9(3)V99 VALUE 0.
       01  WS-JOLT-FALLING                      PIC X(1).
           88 JOLT-FALLING                                 VALUE 'Y'.
       01  WS-BAD-RISING                        PIC X(1).
           88 BAD-RISING                                   VALUE 'Y'.

       01  WS-HIST-LINE-CNT                     PIC 9(7)   VALUE 0.
       01  WS-FLAGGED-CNT                       PIC 9(3)   VALUE 0.

       01  WS-RUN-DATE                          PIC X(8).

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(33)  VALUE
               'RIG DEGRADATION TREND            '.
           05 FILLER                            PIC X(10)  VALUE
               'RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(29)  VALUE SPACES.

       01  WS-BASIS-LINE.
           05 FILLER                            PIC X(27)  VALUE
               'LATEST NIGHT AGAINST PRIOR '.
           05 WB-TREND-NIGHTS                   PIC Z9.
           05 FILLER                            PIC X(20)  VALUE
               ' NIGHTS - TOLERANCE '.
           05 WB-DRIFT-PCT                      PIC ZZ9.
           05 FILLER                            PIC X(28)  VALUE
               ' PCT'.

       01  WS-COL-HEAD-1.
           05 FILLER                            PIC X(35)  VALUE
               'RIG      NIGHT   NTS   LATEST AVG '.
           05 FILLER                            PIC X(45)  VALUE
               '   PRIOR AVG LATEST  PRIOR FLAG'.

       01  WS-COL-HEAD-2.
           05 FILLER                            PIC X(35)  VALUE
               '                          JOLTAGE'.
           05 FILLER                            PIC X(45)  VALUE
               '     JOLTAGE  BAD %  BAD %'.

       01  WS-RIG-LINE.
           05 WL-RIG-ID                         PIC X(8).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-PRIOR-CNT                      PIC Z9.
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-LATEST-AVG                     PIC Z(11)9.
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-PRIOR-AVG                      PIC Z(11)9.
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-LATEST-BAD-PCT                 PIC ZZ9.99.
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-PRIOR-BAD-PCT                  PIC ZZ9.99.
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-FLAG                           PIC X(18).
           05 FILLER                            PIC X(1)   VALUE SPACES.

       01  WS-NONE-LINE                         PIC X(80)  VALUE
           'NO RIG HISTORY ON FILE'.

       01  WS-TRAILER-LINE.
           05 FILLER                            PIC X(14)  VALUE
               'RIGS FLAGGED: '.
           05 WT-FLAGGED-CNT                    PIC ZZ9.
           05 FILLER                            PIC X(4)   VALUE
               ' OF '.
           05 WT-RIG-CNT                        PIC ZZ9.
           05 FILLER                            PIC X(56)  VALUE SPACES.

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
           PERFORM 7000-LOAD-PARAMETERS THRU 7000-EXIT
           PERFORM 7100-ECHO-PARAMETERS THRU 7100-EXIT
           PERFORM 0500-APPLY-PARAMETERS THRU 0500-EXIT

           PERFORM 1000-LOAD-RIG-HISTORY THRU 1000-EXIT

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-TREND-NIGHTS TO WB-TREND-NIGHTS
           MOVE WS-DRIFT-PCT    TO WB-DRIFT-PCT
           WRITE REPORT-RECORD FROM WS-BASIS-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           IF WS-RIG-CNT EQUAL 0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               WRITE REPORT-RECORD FROM WS-COL-HEAD-1
               WRITE REPORT-RECORD FROM WS-COL-HEAD-2
               MOVE 1 TO WS-RIG-SUB
               PERFORM 2000-JUDGE-RIG THRU 2000-EXIT
                   UNTIL WS-RIG-SUB GREATER WS-RIG-CNT
           END-IF

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-FLAGGED-CNT TO WT-FLAGGED-CNT
           MOVE WS-RIG-CNT     TO WT-RIG-CNT
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.

           DISPLAY WS-FLAGGED-CNT ' OF ' WS-RIG-CNT
               ' RIGS FLAGGED AS DRIFTING FROM ' WS-HIST-LINE-CNT
               ' RIG HISTORY LINES'
           IF WS-FLAGGED-CNT GREATER 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * PUT THE LOADED PARAMETER VALUES INTO EFFECT. THE TRAILING    *
      * WINDOW IS CLAMPED TO THE NIGHTS EACH RIG ENTRY CAN HOLD      *
      ****************************************************************
       0500-APPLY-PARAMETERS.

           IF WS-PARM-RIG-TREND-NIGHTS EQUAL 0
               DISPLAY 'WARNING: RIG-TREND-NIGHTS PARAMETER OF ZERO - '
                   '1 USED'
               MOVE 1 TO WS-TREND-NIGHTS
           ELSE
               IF WS-PARM-RIG-TREND-NIGHTS GREATER WS-MAX-TREND-NIGHTS
                   DISPLAY 'WARNING: RIG-TREND-NIGHTS PARAMETER '
                       'EXCEEDS ' WS-MAX-TREND-NIGHTS ' - '
                       WS-MAX-TREND-NIGHTS ' USED'
                   MOVE WS-MAX-TREND-NIGHTS TO WS-TREND-NIGHTS
               ELSE
                   MOVE WS-PARM-RIG-TREND-NIGHTS TO WS-TREND-NIGHTS
               END-IF
           END-IF
           COMPUTE WS-KEEP-NIGHTS = WS-TREND-NIGHTS + 1
           MOVE WS-PARM-RIG-DRIFT-PCT TO WS-DRIFT-PCT
           .
       0500-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE RIG HISTORY, KEEPING EACH RIG'S LATEST NIGHTS        *
      ****************************************************************
       1000-LOAD-RIG-HISTORY.

           OPEN INPUT RIGHIST-FILE
           IF RIGHIST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO RIG HISTORY FILE - NOTHING TO TREND'
               GO TO 1000-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ RIGHIST-FILE INTO WS-RIGH-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE NUMERIC
                               AND RH-LINE-CNT NUMERIC
                               AND RH-BAD-CNT NUMERIC
                               AND RH-JOLT-SUM NUMERIC
                               AND RH-JOLT-AVG NUMERIC
                           PERFORM 1100-FILE-NIGHT THRU 1100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RIGHIST-FILE
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * FILE ONE HISTORY LINE UNDER ITS RIG, SLOTTING A NEW RIG INTO *
      * RIG-ID ORDER                                                  *
      ****************************************************************
       1100-FILE-NIGHT.

           ADD 1 TO WS-HIST-LINE-CNT
           SET RIG-NOT-FOUND TO TRUE
           IF WS-RIG-CNT GREATER 0
               SEARCH ALL WS-RIG-ENTRY
                   AT END
                       SET RIG-NOT-FOUND TO TRUE
                   WHEN WR-RIG-ID(WR-IDX) EQUAL RH-RIG-ID
                       SET RIG-FOUND TO TRUE
                       SET WS-RIG-SUB TO WR-IDX
               END-SEARCH
           END-IF

           IF RIG-NOT-FOUND
               IF WS-RIG-CNT NOT LESS WS-MAX-RIGS
                   DISPLAY 'WARNING: MORE THAN ' WS-MAX-RIGS
                       ' RIGS ON THE RIG HISTORY - RIG ' RH-RIG-ID
                       ' NOT TRENDED'
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-RIG-CNT
               MOVE WS-RIG-CNT TO WS-RIG-INS-SUB
               PERFORM UNTIL WS-RIG-INS-SUB EQUAL 1
                       OR WR-RIG-ID(WS-RIG-INS-SUB - 1) LESS RH-RIG-ID
                   MOVE WS-RIG-ENTRY(WS-RIG-INS-SUB - 1)
                       TO WS-RIG-ENTRY(WS-RIG-INS-SUB)
                   SUBTRACT 1 FROM WS-RIG-INS-SUB
               END-PERFORM
               MOVE WS-RIG-INS-SUB TO WS-RIG-SUB
               MOVE RH-RIG-ID TO WR-RIG-ID(WS-RIG-SUB)
               MOVE 0         TO WR-NIGHT-CNT(WS-RIG-SUB)
           END-IF

           PERFORM 1200-KEEP-NIGHT THRU 1200-EXIT
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE NIGHT INTO RIG WS-RIG-SUB'S NIGHTS IN DATE ORDER. A *
      * NIGHT ALREADY HELD TAKES THE LATER LINE; A FULL RIG SHEDS    *
      * ITS OLDEST NIGHT, AND A NIGHT OLDER THAN ALL OF A FULL RIG'S *
      * NIGHTS IS NOT KEPT                                            *
      ****************************************************************
       1200-KEEP-NIGHT.

           MOVE 1 TO WS-NIGHT-INS-SUB
           PERFORM UNTIL WS-NIGHT-INS-SUB
                       GREATER WR-NIGHT-CNT(WS-RIG-SUB)
                   OR WR-RUN-DATE(WS-RIG-SUB, WS-NIGHT-INS-SUB)
                       NOT LESS RH-RUN-DATE
               ADD 1 TO WS-NIGHT-INS-SUB
           END-PERFORM

           IF WS-NIGHT-INS-SUB NOT GREATER WR-NIGHT-CNT(WS-RIG-SUB)
                   AND WR-RUN-DATE(WS-RIG-SUB, WS-NIGHT-INS-SUB)
                       EQUAL RH-RUN-DATE
               GO TO 1200-STORE
           END-IF

           IF WR-NIGHT-CNT(WS-RIG-SUB) NOT LESS WS-KEEP-NIGHTS
               IF WS-NIGHT-INS-SUB EQUAL 1
                   GO TO 1200-EXIT
               END-IF
               MOVE 1 TO WS-NIGHT-SUB
               PERFORM UNTIL WS-NIGHT-SUB
                       EQUAL WR-NIGHT-CNT(WS-RIG-SUB)
                   MOVE WR-NIGHT(WS-RIG-SUB, WS-NIGHT-SUB + 1)
                       TO WR-NIGHT(WS-RIG-SUB, WS-NIGHT-SUB)
                   ADD 1 TO WS-NIGHT-SUB
               END-PERFORM
               SUBTRACT 1 FROM WR-NIGHT-CNT(WS-RIG-SUB)
               SUBTRACT 1 FROM WS-NIGHT-INS-SUB
           END-IF

           ADD 1 TO WR-NIGHT-CNT(WS-RIG-SUB)
           MOVE WR-NIGHT-CNT(WS-RIG-SUB) TO WS-NIGHT-SUB
           PERFORM UNTIL WS-NIGHT-SUB EQUAL WS-NIGHT-INS-SUB
               MOVE WR-NIGHT(WS-RIG-SUB, WS-NIGHT-SUB - 1)
                   TO WR-NIGHT(WS-RIG-SUB, WS-NIGHT-SUB)
               SUBTRACT 1 FROM WS-NIGHT-SUB
           END-PERFORM
           .
       1200-STORE.

           MOVE RH-RUN-DATE
               TO WR-RUN-DATE(WS-RIG-SUB, WS-NIGHT-INS-SUB)
           MOVE RH-LINE-CNT
               TO WR-LINE-CNT(WS-RIG-SUB, WS-NIGHT-INS-SUB)
           MOVE RH-BAD-CNT
               TO WR-BAD-CNT(WS-RIG-SUB, WS-NIGHT-INS-SUB)
           MOVE RH-JOLT-SUM
               TO WR-JOLT-SUM(WS-RIG-SUB, WS-NIGHT-INS-SUB)
           MOVE RH-JOLT-AVG
               TO WR-JOLT-AVG(WS-RIG-SUB, WS-NIGHT-INS-SUB)
           .
       1200-EXIT.
           EXIT.

      ****************************************************************
      * JUDGE ONE RIG'S LATEST NIGHT AGAINST ITS TRAILING NIGHTS AND *
      * WRITE ITS LINE                                                *
      ****************************************************************
       2000-JUDGE-RIG.

           MOVE SPACES TO WL-FLAG
           MOVE 'N'    TO WS-JOLT-FALLING
                          WS-BAD-RISING
           MOVE WR-NIGHT-CNT(WS-RIG-SUB) TO WS-LATEST-SUB
           COMPUTE WS-PRIOR-CNT = WS-LATEST-SUB - 1

      *    THE LATEST NIGHT'S OWN FIGURES
           MOVE WR-RIG-ID(WS-RIG-SUB) TO WL-RIG-ID
           MOVE WR-RUN-DATE(WS-RIG-SUB, WS-LATEST-SUB) TO WL-RUN-DATE
           MOVE WS-PRIOR-CNT TO WL-PRIOR-CNT
           MOVE WR-JOLT-AVG(WS-RIG-SUB, WS-LATEST-SUB)
               TO WL-LATEST-AVG
           MOVE 0 TO WS-LATEST-BAD-PCT
           IF WR-LINE-CNT(WS-RIG-SUB, WS-LATEST-SUB) GREATER 0
               COMPUTE WS-LATEST-BAD-PCT ROUNDED =
                   WR-BAD-CNT(WS-RIG-SUB, WS-LATEST-SUB) * 100
                   / WR-LINE-CNT(WS-RIG-SUB, WS-LATEST-SUB)
           END-IF
           MOVE WS-LATEST-BAD-PCT TO WL-LATEST-BAD-PCT

           IF WS-PRIOR-CNT EQUAL 0
               MOVE 0 TO WL-PRIOR-AVG
                         WL-PRIOR-BAD-PCT
               MOVE 'FIRST NIGHT' TO WL-FLAG
               GO TO 2000-WRITE
           END-IF

      *    THE TRAILING NIGHTS, WEIGHTED BY THEIR LINE COUNTS
           MOVE 0 TO WS-PRIOR-LINES
                     WS-PRIOR-BAD
                     WS-PRIOR-SUM
                     WS-PRIOR-AVG
                     WS-PRIOR-BAD-PCT
           MOVE 1 TO WS-NIGHT-SUB
           PERFORM UNTIL WS-NIGHT-SUB GREATER WS-PRIOR-CNT
               ADD WR-LINE-CNT(WS-RIG-SUB, WS-NIGHT-SUB)
                   TO WS-PRIOR-LINES
               ADD WR-BAD-CNT(WS-RIG-SUB, WS-NIGHT-SUB)
                   TO WS-PRIOR-BAD
               ADD WR-JOLT-SUM(WS-RIG-SUB, WS-NIGHT-SUB)
                   TO WS-PRIOR-SUM
               ADD 1 TO WS-NIGHT-SUB
           END-PERFORM
           COMPUTE WS-PRIOR-GOOD = WS-PRIOR-LINES - WS-PRIOR-BAD
           IF WS-PRIOR-GOOD GREATER 0
               COMPUTE WS-PRIOR-AVG = WS-PRIOR-SUM / WS-PRIOR-GOOD
           END-IF
           IF WS-PRIOR-LINES GREATER 0
               COMPUTE WS-PRIOR-BAD-PCT ROUNDED =
                   WS-PRIOR-BAD * 100 / WS-PRIOR-LINES
           END-IF
           MOVE WS-PRIOR-AVG     TO WL-PRIOR-AVG
           MOVE WS-PRIOR-BAD-PCT TO WL-PRIOR-BAD-PCT

      *    JOLTAGE FALLEN BY MORE THAN THE TOLERANCE - A TOLERANCE OF
      *    100 PERCENT OR MORE CAN NEVER BE BREACHED ON THE WAY DOWN
           IF WS-PRIOR-AVG GREATER 0
                   AND WS-DRIFT-PCT LESS 100
               IF WR-JOLT-AVG(WS-RIG-SUB, WS-LATEST-SUB) * 100
                       LESS WS-PRIOR-AVG * (100 - WS-DRIFT-PCT)
                   SET JOLT-FALLING TO TRUE
               END-IF
           END-IF

      *    BAD-LINE RATE RISEN BY MORE THAN THE TOLERANCE
           IF WR-BAD-CNT(WS-RIG-SUB, WS-LATEST-SUB) GREATER 0
               IF WS-LATEST-BAD-PCT * 100
                       GREATER WS-PRIOR-BAD-PCT * (100 + WS-DRIFT-PCT)
                   SET BAD-RISING TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN JOLT-FALLING AND BAD-RISING
                   MOVE 'JOLT DOWN, BAD UP' TO WL-FLAG
               WHEN JOLT-FALLING
                   MOVE 'JOLTAGE FALLING'   TO WL-FLAG
               WHEN BAD-RISING
                   MOVE 'BAD LINES RISING'  TO WL-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF JOLT-FALLING OR BAD-RISING
               ADD 1 TO WS-FLAGGED-CNT
           END-IF
           .
       2000-WRITE.

           WRITE REPORT-RECORD FROM WS-RIG-LINE
           ADD 1 TO WS-RIG-SUB
           .
       2000-EXIT.
           EXIT.

           COPY PARMPA.
