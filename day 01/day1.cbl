           SELECT AUDIT-FILE ASSIGN TO 'AUDITOUT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    EXCEPTION REPORT FOR REJECTED ROTATION RECORDS, PLUS THE
      *    OUT-OF-SEQUENCE RECORDS THAT WERE APPLIED BUT LISTED
           SELECT EXCEPT-FILE ASSIGN TO 'EXCPTOUT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT PRIOR-SUM-FILE ASSIGN TO 'PRIORSUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORSUM-STATUS.
      *    APPROVED DIAL ADJUSTMENTS FROM DIAL-RECON - A FIELD READING
      *    OF THE PHYSICAL DIAL THAT REPLACES THE CARRIED POSITION
           SELECT DIALADJ-FILE ASSIGN TO 'DIALADJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALADJ-STATUS.
      *    SECURITY ALERT REPORT OF DOORS WITH SUSPICIOUS ACTIVITY
           SELECT ALERT-FILE ASSIGN TO 'SECALERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTHIST-FILE ASSIGN TO 'ALERTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIST-STATUS.
      *    APPROVED AFTER-HOURS ACCESS PERMITS MAINTAINED BY
      *    PERMIT-MAINT
           COPY PERMSL.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    DAY-RESULTS INTERFACE FILE READ BY MASTER-CONTROL
           DATA RECORD IS PRIOR-SUM-RECORD.
       01  PRIOR-SUM-RECORD                     PIC X(80).

       FD  DIALADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DIALADJ-RECORD.
       01  DIALADJ-RECORD                       PIC X(80).

       FD  ALERT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALERTHIST-RECORD.
       01  ALERTHIST-RECORD                     PIC X(80).

       COPY PERMFD.

       COPY PARMFD.

       COPY RSLTFD.
               10 WD-LAST-DIR                   PIC X(1).
               10 WD-DIR-RUN                    PIC 9(7).
               10 WD-MAX-DIR-RUN                PIC 9(7).
      *            THE DOOR'S PERMITTED WINDOW FROM THE MASTER, AND
      *            TONIGHT'S TIMED ROTATIONS OUTSIDE IT - SPLIT INTO
      *            THOSE AN APPROVED PERMIT COVERED AND THOSE NOTHING
      *            COVERED. ONLY THE LATTER RAISE A SECURITY ALERT
               10 WD-OPEN-TIME                  PIC X(4).
               10 WD-CLOSE-TIME                 PIC X(4).
               10 WD-PERMIT-CNT                 PIC 9(7).
               10 WD-AFTER-CNT                  PIC 9(7).
      *            LATEST VERSION-2 EVENT TIME APPLIED TO THE DOOR
      *            TONIGHT, AND THE HEAD OF ITS CHAIN OF APPLIED
      *            VERSION-2 RECORDS IN WS-SEEN-TBL (0 = NONE YET)
               10 WD-LAST-TIME                  PIC X(6).
               10 WD-SEEN-HEAD                  PIC 9(6).
       01  WS-MAX-DOORS                         PIC 9(5)   VALUE 5000.
       01  WS-DOOR-SUB                          PIC 9(5)   VALUE 0.
       01  WS-DOOR-FOUND                        PIC X(1).
           05 PS-DIAL-POS                       PIC X(4).
           05 FILLER                            PIC X(70).

      *    APPROVED DIAL ADJUSTMENTS - APPLIED OVER THE CARRIED
      *    POSITION ONLY ON THE NIGHT AFTER THE ONE IT WAS RECONCILED
      *    ON AND AGAINST THE VERY POSITION NOW CARRIED
       01  WS-DIALADJ-STATUS                    PIC X(2).
           88 DIALADJ-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-ADJ-EOF                           PIC X(1).
           88 ADJ-EOF                                      VALUE 'Y'.
       01  WS-ADJ-APPLIED-CNT                   PIC 9(5)   VALUE 0.
       01  WS-ADJ-STALE-CNT                     PIC 9(5)   VALUE 0.
       01  WS-ADJ-RUN-DATE                      PIC X(8).
       01  WS-ADJ-RUN-DATE-N REDEFINES WS-ADJ-RUN-DATE
                                                PIC 9(8).
       01  WS-ADJ-NEXT-NIGHT                    PIC X(8).
       01  WS-ADJ-NEXT-NIGHT-N REDEFINES WS-ADJ-NEXT-NIGHT
                                                PIC 9(8).
       01  WS-ADJ-NEXT-INT                      PIC 9(8).
       COPY DIALADJ.

       COPY DOORMREC.

      *    ONE TIMED ROTATION JUDGED AGAINST ITS DOOR'S PERMITTED
      *    WINDOW, THE SAME WAY DOOR-PROFILE JUDGES THE AUDIT TRAIL
       01  WS-EVENT-HHMM                        PIC 9(4).
       01  WS-OPEN-HHMM                         PIC 9(4).
       01  WS-CLOSE-HHMM                        PIC 9(4).
       01  WS-AFTER-HOURS                       PIC X(1).
           88 AFTER-HOURS                                  VALUE 'Y'.
           88 NOT-AFTER-HOURS                              VALUE 'N'.
      *    NIGHT TOTALS OF THE SPLIT, SUMMED FROM THE DOOR TABLE
      *    WHEN THE ALERTS ARE WRITTEN SO A RESTART COUNTS RIGHT
       01  WS-CNT-AFTER-PERMIT                  PIC 9(7)   VALUE 0.
       01  WS-CNT-AFTER-NO-PERMIT               PIC 9(7)   VALUE 0.

       COPY PERMREC.
       COPY PERMWS.

      *    LENGTH OF THE INPUT RECORD AS READ, SUPPLIED BY THE FD'S
      *    DEPENDING ON CLAUSE - 7 MARKS AN OLD-FORMAT RECORD
       01  WS-IN-REC-LEN                        PIC 9(2)   VALUE 0.
           88 FORMAT-NOT-VALID                             VALUE 'N'.
       01  WS-CNT-BAD-FORMAT                    PIC 9(7)   VALUE 0.

      *    EVERY VERSION-2 RECORD APPLIED TONIGHT, CHAINED PER DOOR
      *    FROM WD-SEEN-HEAD, SO A CONTROLLER RETRANSMISSION - AN
      *    EXACT REPEAT OF DOOR, DIRECTION, CLICKS AND EVENT TIME -
      *    IS REJECTED INSTEAD OF TURNING THE DIAL A SECOND TIME.
      *    OLD-FORMAT RECORDS CARRY NO TIME, SO TWO IDENTICAL ONES
      *    ARE TWO REAL ROTATIONS AND ARE NEVER FILED HERE
       01  WS-SEEN-CNT                          PIC 9(6)   VALUE 0.
       01  WS-SEEN-TBL.
           05 WS-SEEN-ENTRY OCCURS 100000 TIMES.
               10 SN-DIRECTION                  PIC X(1).
               10 SN-CLICKS                     PIC X(4).
               10 SN-EVENT-TIME                 PIC X(6).
               10 SN-NEXT                       PIC 9(6).
       01  WS-SEEN-MAX                          PIC 9(6)   VALUE 100000.
       01  WS-SEEN-SUB                          PIC 9(6)   VALUE 0.
       01  WS-SEEN-FULL                         PIC X(1)   VALUE 'N'.
           88 SEEN-FULL                                    VALUE 'Y'.
       01  WS-REPEAT-SW                         PIC X(1).
           88 RECORD-REPEATED                              VALUE 'Y'.
           88 RECORD-NOT-REPEATED                          VALUE 'N'.
       01  WS-CNT-DUPLICATE                     PIC 9(7)   VALUE 0.
      *    VERSION-2 RECORDS WHOSE EVENT TIME IS EARLIER THAN ONE
      *    ALREADY APPLIED TO THE SAME DOOR - APPLIED, BUT LISTED
       01  WS-CNT-OUT-OF-SEQ                    PIC 9(7)   VALUE 0.
       01  WS-OUT-OF-SEQ-SW                     PIC X(1).
           88 RECORD-OUT-OF-SEQ                            VALUE 'Y'.

      *    TRANSMISSION TRAILER STATE - WHAT THE SENDER SAID IT SENT,
      *    AND RUNNING TOTALS OF WHAT ACTUALLY ARRIVED
       01  WS-TRL-SEEN                          PIC X(1)   VALUE 'N'.
      *    HHMMSS CAPTURE TIME FROM A VERSION-2 RECORD, SPACES FOR AN
      *    OLD-FORMAT RECORD THAT NEVER CARRIED ONE
           05 WA-EVENT-TIME                     PIC X(6).
           05 FILLER                            PIC X(3)   VALUE SPACES.
      *    'OUT OF SEQ' WHEN THE EVENT TIME RAN BACKWARDS FOR THE DOOR
           05 WA-SEQ-FLAG                       PIC X(10).
           05 FILLER                            PIC X(27)  VALUE SPACES.

       01  WS-EXCEPT-LINE.
           05 WE-REC-NUM                        PIC Z(6)9.
           05 CKPT-DIR-RUN                      PIC 9(7).
           05 CKPT-MAX-DIR-RUN                  PIC 9(7).
           05 CKPT-CROSS-CNT                    PIC 9(7).
           05 CKPT-PERMIT-CNT                   PIC 9(7).
           05 CKPT-AFTER-CNT                    PIC 9(7).
           05 FILLER                            PIC X(24)  VALUE SPACES.

      *    RUN DATE SHARED WITH A CALLING DRIVER (OR DEFAULTED TO
      *    TODAY WHEN RUN STANDALONE) AND THE CONTROL-TOTAL/HISTORY
           END-IF
           COMPUTE LS-EXCEPT-CNT = WS-CNT-INVALID
               + WS-CNT-REJECT-DOOR + WS-CNT-BAD-FORMAT
               + WS-CNT-DUPLICATE
           MOVE WS-RUN-STATUS TO LS-RUN-STATUS
           GOBACK
           .
               PERFORM 8300-PUT-DAY-RESULT THRU 8300-EXIT
               GO TO 0100-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-PERM-NIGHT-DATE
           PERFORM 7400-LOAD-PERMITS   THRU 7400-EXIT
           PERFORM 1050-RESTART-CHECK  THRU 1050-EXIT
           PERFORM 2000-ROTATE-DIAL    THRU 2000-EXIT
               UNTIL EOF
               ' RECORDS REJECTED BY DOOR MASTER EDIT'
           DISPLAY WS-CNT-BAD-FORMAT
               ' RECORDS REJECTED FOR UNKNOWN FORMAT'
           DISPLAY WS-CNT-DUPLICATE
               ' REPEATED RECORDS REJECTED AS RETRANSMISSIONS'
           DISPLAY WS-CNT-OUT-OF-SEQ
               ' RECORDS APPLIED WITH EVENT TIME OUT OF SEQUENCE'
           DISPLAY WS-CNT-AFTER-PERMIT
               ' AFTER-HOURS ROTATIONS COVERED BY PERMIT'
           DISPLAY WS-CNT-AFTER-NO-PERMIT
               ' AFTER-HOURS ROTATIONS WITH NO PERMIT'
           MOVE 'SECRET-ENTRANCE' TO WS-CTL-PROGRAM-NAME
           MOVE WS-IN-REC-NUM TO WS-CTL-RECS-READ
           COMPUTE WS-CTL-RECS-PROCESSED = WS-CNT-LEFT + WS-CNT-RIGHT
      *    RETRANSMITTED REPEATS GET THEIR OWN COLUMN ON THE LINE SO
      *    A BAD NIGHT AT THE CONTROLLER SHOWS IN THE BALANCING
           MOVE 'REPEATS' TO WS-CTL-FLAG-LABEL
           MOVE WS-CNT-DUPLICATE TO WS-CTL-RECS-FLAGGED
           PERFORM 8000-WRITE-CONTROL-TOTAL THRU 8000-EXIT
           PERFORM 8300-PUT-DAY-RESULT THRU 8300-EXIT
           .
           END-IF

           MOVE DM-DOOR-ID TO WD-DOOR-ID(WS-DOOR-SUB)
           MOVE DM-OPEN-TIME  TO WD-OPEN-TIME(WS-DOOR-SUB)
           MOVE DM-CLOSE-TIME TO WD-CLOSE-TIME(WS-DOOR-SUB)
      *    THE STATUS IN FORCE FOR THIS RUN DATE, NOT TODAY'S - A
      *    DATED DECOMMISSION ONLY BITES ON NIGHTS FROM ITS END DATE
      *    ON, SO A RERUN OF AN EARLIER NIGHT STILL SEES THE DOOR
                              WD-ROT-CNT(WS-DOOR-SUB)
                              WD-DIR-RUN(WS-DOOR-SUB)
                              WD-MAX-DIR-RUN(WS-DOOR-SUB)
                              WD-PERMIT-CNT(WS-DOOR-SUB)
                              WD-AFTER-CNT(WS-DOOR-SUB)
           MOVE SPACE      TO WD-LAST-DIR(WS-DOOR-SUB)
           MOVE SPACES     TO WD-LAST-TIME(WS-DOOR-SUB)
           MOVE 0          TO WD-SEEN-HEAD(WS-DOOR-SUB)
           .
       1025-EXIT.
           EXIT.
           IF PRIORSUM-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO PRIOR DOOR SUMMARY - '
                   'ALL DIALS START AT 50'
               PERFORM 1035-APPLY-DIAL-ADJUSTMENTS THRU 1035-EXIT
               GO TO 1030-EXIT
           END-IF

                   'RESTORE THE PRIOR GENERATION OR DELETE THE '
                   'FILE TO START ALL DIALS AT 50. RUN STOPPED'
               SET MST-FATAL TO TRUE
               GO TO 1030-EXIT
           END-IF

           PERFORM 1035-APPLY-DIAL-ADJUSTMENTS THRU 1035-EXIT
           .
       1030-EXIT.
           EXIT.

      ****************************************************************
      * REPLACE THE CARRIED POSITION WITH THE PHYSICAL DIAL READING  *
      * FOR EVERY DOOR DIAL-RECON ADJUSTED. AN ADJUSTMENT CORRECTS   *
      * THE SUMMARY OF THE NIGHT IT WAS RECONCILED ON, SO IT IS      *
      * TAKEN ONLY ON THE NIGHT AFTER THAT ONE - THE NIGHT THAT      *
      * SUMMARY IS THE PRIOR SUMMARY OF - AND ONLY IF ITS FROM-      *
      * POSITION IS STILL THE CARRIED POSITION. A FILE LEFT OVER     *
      * FROM AN EARLIER NIGHT, OR READ AGAIN BY LATER CAUGHT-UP      *
      * NIGHTS, WOULD OTHERWISE WIND A DIAL BACK TO A READING SINCE  *
      * OVERTAKEN. NO ADJUSTMENT FILE IS A NIGHT WITH NOTHING TO     *
      * CORRECT                                                      *
      ****************************************************************
       1035-APPLY-DIAL-ADJUSTMENTS.

           MOVE 0 TO WS-ADJ-APPLIED-CNT
                     WS-ADJ-STALE-CNT
           OPEN INPUT DIALADJ-FILE
           IF DIALADJ-FILE-NOT-FOUND
               GO TO 1035-EXIT
           END-IF

           MOVE SPACE TO WS-ADJ-EOF
           PERFORM UNTIL ADJ-EOF
               READ DIALADJ-FILE INTO WS-DIALADJ-LINE
                   AT END
                       SET ADJ-EOF TO TRUE
                   NOT AT END
                       PERFORM 1036-APPLY-ONE-ADJUSTMENT
                           THRU 1036-EXIT
               END-READ
           END-PERFORM

           CLOSE DIALADJ-FILE

           IF WS-ADJ-APPLIED-CNT GREATER 0
               OR WS-ADJ-STALE-CNT GREATER 0
               DISPLAY 'DIAL ADJUSTMENTS APPLIED: ' WS-ADJ-APPLIED-CNT
                   '  SKIPPED AS STALE: ' WS-ADJ-STALE-CNT
           END-IF
           .
       1035-EXIT.
           EXIT.

      ****************************************************************
      * APPLY ONE ADJUSTMENT LINE TO ITS DOOR                         *
      ****************************************************************
       1036-APPLY-ONE-ADJUSTMENT.

           IF AJ-FROM-POS NOT NUMERIC OR AJ-TO-POS NOT NUMERIC
                   OR AJ-RUN-DATE NOT NUMERIC
               GO TO 1036-EXIT
           END-IF
           MOVE AJ-RUN-DATE TO WS-ADJ-RUN-DATE
           COMPUTE WS-ADJ-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-ADJ-RUN-DATE-N) + 1
           COMPUTE WS-ADJ-NEXT-NIGHT-N =
               FUNCTION DATE-OF-INTEGER(WS-ADJ-NEXT-INT)
           IF WS-ADJ-NEXT-NIGHT NOT EQUAL WS-RUN-DATE
               GO TO 1036-EXIT
           END-IF

           MOVE AJ-DOOR-ID TO WS-SEARCH-DOOR-ID
           PERFORM 2072-SEARCH-DOOR THRU 2072-EXIT
           IF DOOR-NOT-FOUND
               GO TO 1036-EXIT
           END-IF

           IF WD-DIAL-POS(WS-DOOR-SUB) NOT EQUAL AJ-FROM-POS
               DISPLAY 'WARNING: DIAL ADJUSTMENT FOR DOOR ' AJ-DOOR-ID
                   ' FROM ' AJ-RUN-DATE ' IS STALE - CARRIED '
                   'POSITION IS NO LONGER ' AJ-FROM-POS ' - SKIPPED'
               ADD 1 TO WS-ADJ-STALE-CNT
               GO TO 1036-EXIT
           END-IF

           MOVE AJ-TO-POS TO WD-DIAL-POS(WS-DOOR-SUB)
           ADD 1 TO WS-ADJ-APPLIED-CNT
           DISPLAY 'DIAL ADJUSTMENT: DOOR ' AJ-DOOR-ID ' SET FROM '
               AJ-FROM-POS ' TO ' AJ-TO-POS ' - READ BY '
               AJ-INSPECTOR ' APPROVED BY ' AJ-APPROVER
           .
       1036-EXIT.
           EXIT.

      ****************************************************************
      * IF A CHECKPOINT FROM A PRIOR RUN EXISTS, RESTORE STATE FROM  *
      * IT AND FAST-FORWARD PAST THE RECORDS ALREADY PROCESSED       *
                                   MOVE 0
                                       TO WD-CROSS-CNT(WS-DOOR-SUB)
                               END-IF
      *                        NOR THE AFTER-HOURS SPLIT BEFORE
      *                        PERMITS WERE CHECKED
                               IF CKPT-PERMIT-CNT NUMERIC
                                       AND CKPT-AFTER-CNT NUMERIC
                                   MOVE CKPT-PERMIT-CNT
                                       TO WD-PERMIT-CNT(WS-DOOR-SUB)
                                   MOVE CKPT-AFTER-CNT
                                       TO WD-AFTER-CNT(WS-DOOR-SUB)
                               ELSE
                                   MOVE 0
                                       TO WD-PERMIT-CNT(WS-DOOR-SUB)
                                          WD-AFTER-CNT(WS-DOOR-SUB)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                                  WD-ROT-CNT(WS-DOOR-SUB)
                                  WD-DIR-RUN(WS-DOOR-SUB)
                                  WD-MAX-DIR-RUN(WS-DOOR-SUB)
                                  WD-PERMIT-CNT(WS-DOOR-SUB)
                                  WD-AFTER-CNT(WS-DOOR-SUB)
                       MOVE SPACE TO WD-LAST-DIR(WS-DOOR-SUB)
                       ADD 1 TO WS-DOOR-SUB
                   END-PERFORM
           EXIT.

      ****************************************************************
      * DISCARD INPUT RECORDS ALREADY PROCESSED BEFORE THE RESTART.  *
      * THE REPEAT CHAINS AND EACH DOOR'S LATEST EVENT TIME ARE NOT  *
      * CHECKPOINTED, SO THEY ARE REBUILT HERE FROM THE SKIPPED      *
      * VERSION-2 RECORDS - A RETRANSMISSION STRADDLING THE RESTART  *
      * IS STILL CAUGHT                                               *
      ****************************************************************
       1060-SKIP-PROCESSED.

               END-READ
               IF NOT EOF
                   ADD 1 TO WS-IN-REC-NUM
                   PERFORM 1065-REPLAY-SEEN-RECORD THRU 1065-EXIT
               END-IF
           END-PERFORM
           .
       1060-EXIT.
           EXIT.

      ****************************************************************
      * REFILE ONE SKIPPED RECORD THE WAY 2000-ROTATE-DIAL FILED IT  *
      * THE FIRST TIME - ONLY A WELL-FORMED VERSION-2 RECORD FOR AN  *
      * ACTIVE MASTER DOOR WAS EVER APPLIED. NOTHING IS WRITTEN; THE *
      * EXCEPTION AND AUDIT LINES FROM BEFORE THE ABEND STAND         *
      ****************************************************************
       1065-REPLAY-SEEN-RECORD.

           IF WS-IN-REC-LEN NOT EQUAL 15 OR NOT IN-V2-FORMAT
               GO TO 1065-EXIT
           END-IF

           MOVE IN2-DOOR-ID    TO WS-TRN-DOOR-ID
           MOVE IN2-DIRECTION  TO WS-TRN-DIRECTION
           MOVE IN2-CLICKS     TO WS-TRN-CLICKS
           MOVE IN2-EVENT-TIME TO WS-TRN-EVENT-TIME
           IF NOT DIR-LEFT AND NOT DIR-RIGHT
               GO TO 1065-EXIT
           END-IF

           MOVE WS-TRN-DOOR-ID TO WS-SEARCH-DOOR-ID
           PERFORM 2072-SEARCH-DOOR THRU 2072-EXIT
           IF DOOR-NOT-FOUND
               GO TO 1065-EXIT
           END-IF
           IF WD-STATUS(WS-DOOR-SUB) NOT EQUAL 'A'
               GO TO 1065-EXIT
           END-IF

           PERFORM 2080-CHECK-REPEAT THRU 2080-EXIT
           IF RECORD-REPEATED
               ADD 1 TO WS-CNT-DUPLICATE
               GO TO 1065-EXIT
           END-IF
           PERFORM 2085-CHECK-SEQUENCE THRU 2085-EXIT
           IF RECORD-OUT-OF-SEQ
               ADD 1 TO WS-CNT-OUT-OF-SEQ
           END-IF
           .
       1065-EXIT.
           EXIT.

      ****************************************************************
      * ROTATE DIAL AMOUNT OF CLICKS NECCESARY                       *
      ****************************************************************
               GO TO 2000-EXIT
           END-IF

      *    A VERSION-2 RECORD ALREADY APPLIED TONIGHT IS A CONTROLLER
      *    RETRANSMISSION - REJECT IT BEFORE IT TURNS THE DIAL AGAIN.
      *    ONE WHOSE TIME RUNS BACKWARDS FOR ITS DOOR IS STILL APPLIED
      *    BUT LISTED, SINCE IT MAY BE REAL ACTIVITY OR A GLITCH
           MOVE 'N' TO WS-OUT-OF-SEQ-SW
           IF WS-TRN-EVENT-TIME NOT EQUAL SPACES
               PERFORM 2080-CHECK-REPEAT THRU 2080-EXIT
               IF RECORD-REPEATED
                   ADD 1 TO WS-CNT-DUPLICATE
                   MOVE 'DUPLICATE ROTATION RECORD' TO WS-EXCEPT-REASON
                   PERFORM 2060-WRITE-EXCEPT-LINE THRU 2060-EXIT
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2085-CHECK-SEQUENCE THRU 2085-EXIT
               IF RECORD-OUT-OF-SEQ
                   ADD 1 TO WS-CNT-OUT-OF-SEQ
                   MOVE 'APPLIED - TIME OUT OF SEQUENCE'
                       TO WS-EXCEPT-REASON
                   PERFORM 2060-WRITE-EXCEPT-LINE THRU 2060-EXIT
               END-IF
           END-IF

      *    ONLY TALLY DIRECTION COUNTS FOR RECORDS THAT ACTUALLY GET
      *    APPLIED TO A DOOR, SO THESE FEED AN ACCURATE CONTROL TOTAL
      *    AND DON'T COUNT RECORDS DROPPED FOR DOOR-TABLE OVERFLOW
                   TO WD-MAX-DIR-RUN(WS-DOOR-SUB)
           END-IF

      *    A TIMED ROTATION OUTSIDE THE DOOR'S PERMITTED WINDOW IS
      *    EITHER APPROVED WORK UNDER A PERMIT OR A SECURITY MATTER
           IF WS-TRN-EVENT-TIME(1:4) NUMERIC
                   AND WS-TRN-EVENT-TIME(1:2) LESS '24'
               PERFORM 2087-CHECK-AFTER-HOURS THRU 2087-EXIT
           END-IF

           PERFORM 2100-WRITE-AUDIT-LINE THRU 2100-EXIT

      *    PERIODICALLY CHECKPOINT SO A RESTART DOESN'T REPROCESS
       2000-EXIT.
           EXIT.

      ****************************************************************
      * WALK THE DOOR'S CHAIN OF VERSION-2 RECORDS APPLIED TONIGHT   *
      * FOR AN EXACT REPEAT OF THIS ONE. A NEW RECORD IS FILED AT    *
      * THE HEAD OF THE CHAIN, WHERE A RETRANSMITTED BLOCK WILL LOOK *
      * FIRST. A FULL TABLE STOPS FILING, WITH ONE WARNING - LATER   *
      * RECORDS ARE STILL APPLIED BUT CAN NO LONGER BE MATCHED        *
      ****************************************************************
       2080-CHECK-REPEAT.

           SET RECORD-NOT-REPEATED TO TRUE
           MOVE WD-SEEN-HEAD(WS-DOOR-SUB) TO WS-SEEN-SUB
           PERFORM UNTIL WS-SEEN-SUB EQUAL 0
                   OR RECORD-REPEATED
               IF SN-DIRECTION(WS-SEEN-SUB) EQUAL WS-TRN-DIRECTION
                       AND SN-CLICKS(WS-SEEN-SUB) EQUAL WS-TRN-CLICKS
                       AND SN-EVENT-TIME(WS-SEEN-SUB)
                           EQUAL WS-TRN-EVENT-TIME
                   SET RECORD-REPEATED TO TRUE
               ELSE
                   MOVE SN-NEXT(WS-SEEN-SUB) TO WS-SEEN-SUB
               END-IF
           END-PERFORM

           IF RECORD-REPEATED
               GO TO 2080-EXIT
           END-IF

           IF WS-SEEN-CNT NOT LESS WS-SEEN-MAX
               IF NOT SEEN-FULL
                   DISPLAY 'WARNING: MORE THAN ' WS-SEEN-MAX
                       ' VERSION-2 RECORDS - LATER RECORDS NOT '
                       'CHECKED FOR RETRANSMISSION'
                   SET SEEN-FULL TO TRUE
               END-IF
               GO TO 2080-EXIT
           END-IF

           ADD 1 TO WS-SEEN-CNT
           MOVE WS-TRN-DIRECTION  TO SN-DIRECTION(WS-SEEN-CNT)
           MOVE WS-TRN-CLICKS     TO SN-CLICKS(WS-SEEN-CNT)
           MOVE WS-TRN-EVENT-TIME TO SN-EVENT-TIME(WS-SEEN-CNT)
           MOVE WD-SEEN-HEAD(WS-DOOR-SUB) TO SN-NEXT(WS-SEEN-CNT)
           MOVE WS-SEEN-CNT       TO WD-SEEN-HEAD(WS-DOOR-SUB)
           .
       2080-EXIT.
           EXIT.

      ****************************************************************
      * COMPARE THE RECORD'S EVENT TIME WITH THE LATEST ONE ALREADY  *
      * APPLIED TO ITS DOOR. AN EARLIER TIME IS OUT OF SEQUENCE; THE *
      * DOOR'S LATEST TIME IS NOT WOUND BACK BY IT, SO ONE STRAY     *
      * RECORD DOES NOT FLAG EVERYTHING AFTER IT                      *
      ****************************************************************
       2085-CHECK-SEQUENCE.

           MOVE 'N' TO WS-OUT-OF-SEQ-SW
           IF WS-TRN-EVENT-TIME NOT NUMERIC
               GO TO 2085-EXIT
           END-IF

           IF WD-LAST-TIME(WS-DOOR-SUB) NUMERIC
                   AND WS-TRN-EVENT-TIME LESS WD-LAST-TIME(WS-DOOR-SUB)
               SET RECORD-OUT-OF-SEQ TO TRUE
               GO TO 2085-EXIT
           END-IF

           MOVE WS-TRN-EVENT-TIME TO WD-LAST-TIME(WS-DOOR-SUB)
           .
       2085-EXIT.
           EXIT.

      ****************************************************************
      * JUDGE ONE TIMED ROTATION AGAINST ITS DOOR'S PERMITTED        *
      * WINDOW - A BLANK OR NON-NUMERIC WINDOW, OR AN OPEN EQUAL TO  *
      * ITS CLOSE, IS AROUND THE CLOCK; AN OPEN LATER THAN ITS CLOSE *
      * WRAPS MIDNIGHT. ONE OUTSIDE IT IS LOOKED UP AMONG TONIGHT'S  *
      * PERMITS AND COUNTED AS COVERED OR AS HAVING NO PERMIT         *
      ****************************************************************
       2087-CHECK-AFTER-HOURS.

           SET NOT-AFTER-HOURS TO TRUE
           IF WD-OPEN-TIME(WS-DOOR-SUB) NOT NUMERIC
                   OR WD-CLOSE-TIME(WS-DOOR-SUB) NOT NUMERIC
               GO TO 2087-EXIT
           END-IF

           MOVE WD-OPEN-TIME(WS-DOOR-SUB)  TO WS-OPEN-HHMM
           MOVE WD-CLOSE-TIME(WS-DOOR-SUB) TO WS-CLOSE-HHMM
           IF WS-OPEN-HHMM EQUAL WS-CLOSE-HHMM
               GO TO 2087-EXIT
           END-IF

           MOVE WS-TRN-EVENT-TIME(1:4) TO WS-EVENT-HHMM
           IF WS-OPEN-HHMM LESS WS-CLOSE-HHMM
               IF WS-EVENT-HHMM LESS WS-OPEN-HHMM
                       OR WS-EVENT-HHMM NOT LESS WS-CLOSE-HHMM
                   SET AFTER-HOURS TO TRUE
               END-IF
           ELSE
               IF WS-EVENT-HHMM LESS WS-OPEN-HHMM
                       AND WS-EVENT-HHMM NOT LESS WS-CLOSE-HHMM
                   SET AFTER-HOURS TO TRUE
               END-IF
           END-IF
           IF NOT-AFTER-HOURS
               GO TO 2087-EXIT
           END-IF

           MOVE WD-DOOR-ID(WS-DOOR-SUB) TO WS-PERM-SEARCH-DOOR
           MOVE WS-EVENT-HHMM           TO WS-PERM-SEARCH-TIME
           PERFORM 7410-FIND-PERMIT THRU 7410-EXIT
           IF PERM-COVERED
               ADD 1 TO WD-PERMIT-CNT(WS-DOOR-SUB)
           ELSE
               ADD 1 TO WD-AFTER-CNT(WS-DOOR-SUB)
           END-IF
           .
       2087-EXIT.
           EXIT.

      ****************************************************************
      * WORK OUT WHICH FORMAT THE RECORD JUST READ ARRIVED IN AND    *
      * NORMALIZE ITS FIELDS - A 7-BYTE RECORD IS THE OLD LAYOUT, A  *
               MOVE WD-MAX-DIR-RUN(WS-DOOR-SUB)
                                              TO CKPT-MAX-DIR-RUN
               MOVE WD-CROSS-CNT(WS-DOOR-SUB) TO CKPT-CROSS-CNT
               MOVE WD-PERMIT-CNT(WS-DOOR-SUB) TO CKPT-PERMIT-CNT
               MOVE WD-AFTER-CNT(WS-DOOR-SUB) TO CKPT-AFTER-CNT
               WRITE CHECKPOINT-RECORD FROM WS-CKPT-DOOR-LINE
               ADD 1 TO WS-DOOR-SUB
           END-PERFORM
           EXIT.

      ****************************************************************
      * WRITE ONE EXCEPTION LINE FOR THE RECORD JUST READ, WITH THE  *
      * REASON ITS CALLER SET                                         *
      ****************************************************************
       2060-WRITE-EXCEPT-LINE.

           MOVE WS-CLICK-AMT     TO WA-CLICKS
           MOVE WD-DIAL-POS(WS-DOOR-SUB) TO WA-DIAL-POS
           MOVE WS-TRN-EVENT-TIME TO WA-EVENT-TIME
           IF RECORD-OUT-OF-SEQ
               MOVE 'OUT OF SEQ' TO WA-SEQ-FLAG
           END-IF

           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           .
      * WRITE THE SECURITY ALERT REPORT - ONE LINE PER DOOR AND      *
      * REASON WHERE THE NIGHT'S ACTIVITY BREACHED A THRESHOLD:      *
      * EXCESSIVE ZERO LANDINGS, AN OUTSIZED SHARE OF ALL ROTATIONS, *
      * A LONG RUN OF SAME-DIRECTION ROTATIONS ON ONE DOOR, OR       *
      * ROTATIONS OUTSIDE THE DOOR'S PERMITTED HOURS THAT NO         *
      * APPROVED AFTER-HOURS PERMIT COVERED                          *
      ****************************************************************
       2250-WRITE-ALERTS.

           END-IF

           MOVE 0 TO WS-ALERT-CNT
                     WS-CNT-AFTER-PERMIT
                     WS-CNT-AFTER-NO-PERMIT
           COMPUTE WS-TOT-ROT = WS-CNT-LEFT + WS-CNT-RIGHT

           MOVE 1 TO WS-DOOR-SUB
           IF WD-ROT-CNT(WS-DOOR-SUB) EQUAL 0
               GO TO 2260-NEXT
           END-IF
           ADD WD-PERMIT-CNT(WS-DOOR-SUB) TO WS-CNT-AFTER-PERMIT
           ADD WD-AFTER-CNT(WS-DOOR-SUB)  TO WS-CNT-AFTER-NO-PERMIT

           IF WD-ZERO-CNT(WS-DOOR-SUB) GREATER WS-ALERT-ZERO-THRESH
               MOVE SPACES TO WS-ALERT-LINE
               PERFORM 2265-WRITE-ALERT-HISTORY THRU 2265-EXIT
               ADD 1 TO WS-ALERT-CNT
           END-IF

      *    AFTER-HOURS WORK FACILITIES APPROVED IN ADVANCE IS NOT A
      *    SECURITY MATTER - ONLY ROTATIONS NO PERMIT COVERED ALERT
           IF WD-AFTER-CNT(WS-DOOR-SUB) GREATER 0
               MOVE SPACES TO WS-ALERT-LINE
               MOVE WD-DOOR-ID(WS-DOOR-SUB) TO WT-DOOR-ID
               MOVE 'AFTER-HOURS ROTATIONS - NO PERMIT'
                   TO WT-REASON
               MOVE WD-AFTER-CNT(WS-DOOR-SUB) TO WT-VALUE
               MOVE 0                         TO WT-THRESHOLD
               WRITE ALERT-RECORD FROM WS-ALERT-LINE
               PERFORM 2265-WRITE-ALERT-HISTORY THRU 2265-EXIT
               ADD 1 TO WS-ALERT-CNT
           END-IF
           .
       2260-NEXT.

           END-IF
           COMPUTE WS-RSLT-EXCEPT-CNT = WS-CNT-INVALID
               + WS-CNT-REJECT-DOOR + WS-CNT-BAD-FORMAT
               + WS-CNT-DUPLICATE
           MOVE WS-RUN-STATUS TO WS-RSLT-STATUS
           PERFORM 8200-WRITE-DAY-RESULT THRU 8200-EXIT
           .

           COPY PARMPA.

           COPY PERMPA.

           COPY RSLTPA.

           COPY CTLTOTPA.
