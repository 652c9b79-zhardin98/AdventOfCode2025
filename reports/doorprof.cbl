      * DOOR MASTER, AND REPORTS EACH DOOR'S ROTATIONS HOUR BY HOUR  *
      * FROM THE HHMMSS CAPTURE TIME ON EACH AUDIT LINE, FOLLOWED BY *
      * A SECTION FLAGGING EVERY ROTATION THAT HAPPENED OUTSIDE THE  *
      * DOOR'S PERMITTED OPEN/CLOSE WINDOW ON THE MASTER, SPLIT INTO *
      * THOSE COVERED BY AN APPROVED AFTER-HOURS PERMIT FOR THE      *
      * NIGHT (WITH THE PERMIT AND WHO HELD IT) AND THOSE WITH NO    *
      * PERMIT. ANSWERS "WHO WAS AT DOOR X AT 2 AM" WITHOUT          *
      * SCROLLING THE RAW AUDIT FILE. OLD-FORMAT AUDIT LINES CARRY   *
      * NO CAPTURE TIME - THEY ARE COUNTED UNDER A NO-TIME BUCKET    *
      * AND NEVER FLAGGED. THE NIGHT IS THE LATEST RUN DATE ON       *
      * MASTER-CONTROL'S RUN-STATUS FILE, SO PERMITS ARE MATCHED TO  *
      * THE NIGHT THE AUDIT TRAIL WAS WRITTEN, NOT TO TODAY.         *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DOORMST-FILE ASSIGN TO 'DOORMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOORMST-STATUS.
      *    RUN-STATUS FILE FROM MASTER-CONTROL - THE AUDITED NIGHT
           SELECT RUNSTAT-FILE ASSIGN TO 'RUNSTAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
      *    APPROVED AFTER-HOURS ACCESS PERMITS MAINTAINED BY
      *    PERMIT-MAINT
           COPY PERMSL.
      *    HOURLY PROFILE AND AFTER-HOURS REPORT
           SELECT REPORT-FILE ASSIGN TO 'DOORPROF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           DATA RECORD IS DOORMST-RECORD.
       01  DOORMST-RECORD                       PIC X(120).

       FD  RUNSTAT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUNSTAT-RECORD.
       01  RUNSTAT-RECORD                       PIC X(80).

       COPY PERMFD.

       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           88 DOORMST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-MST-EOF                           PIC X(1).
           88 MST-EOF                                      VALUE 'Y'.
       01  WS-RUNSTAT-STATUS                    PIC X(2).
           88 RUNSTAT-FILE-NOT-FOUND                       VALUE '35'.

      *    ONE TABLE ENTRY PER DOOR ON THE DOOR MASTER, LOADED AT
      *    STARTUP IN DOOR-ID ORDER SO EVERY PER-LINE LOOKUP IS A
       01  WS-AFTER-HOURS                       PIC X(1).
           88 AFTER-HOURS                                  VALUE 'Y'.
           88 NOT-AFTER-HOURS                              VALUE 'N'.
      *    WHICH HALF OF THE AFTER-HOURS SECTION THE CURRENT PASS
      *    OVER THE AUDIT TRAIL IS LISTING
       01  WS-AFTER-PASS                        PIC X(1).
           88 PASS-PERMIT                                  VALUE 'P'.
           88 PASS-NO-PERMIT                               VALUE 'N'.

      *    INPUT VIEW OF ONE RUN-STATUS LINE - PROGRAM AND RUN DATE
       01  WS-STAT-IN-LINE.
           05 SI-PROGRAM-ID                     PIC X(16).
           05 FILLER                            PIC X(1).
           05 SI-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(55).
       01  WS-LINE-DATE                         PIC X(8).

       COPY PERMREC.
       COPY PERMWS.

       01  WS-AUDIT-LINE-CNT                    PIC 9(7)   VALUE 0.
       01  WS-CNT-UNKNOWN-DOOR                  PIC 9(7)   VALUE 0.
       01  WS-CNT-AFTER-HOURS                   PIC 9(7)   VALUE 0.
       01  WS-CNT-AFTER-PERMIT                  PIC 9(7)   VALUE 0.
       01  WS-CNT-AFTER-NO-PERMIT               PIC 9(7)   VALUE 0.

       01  WS-RUN-DATE                          PIC X(8).

       01  WS-AFTER-NONE-LINE                   PIC X(80)  VALUE
           'NONE - ALL TIMED ROTATIONS FELL INSIDE PERMITTED HOURS'.

       01  WS-AFTER-SUB-LINE.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WS-AFTER-SUB-TITLE                PIC X(30).
           05 FILLER                            PIC X(12)  VALUE
               'ROTATIONS   '.
           05 WS-AFTER-SUB-CNT                  PIC Z(6)9.
           05 FILLER                            PIC X(28)  VALUE SPACES.
       01  WS-AFTER-SUB-NONE                    PIC X(80)  VALUE
           '   NONE'.

       01  WS-PERMIT-LINE.
           05 WG-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(4)   VALUE
               'REC '.
           05 WG-REC-NUM                        PIC X(7).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(5)   VALUE
               'TIME '.
           05 WG-EVENT-TIME                     PIC X(6).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(4)   VALUE
               'DIR '.
           05 WG-DIRECTION                      PIC X(1).
           05 FILLER                            PIC X(9)   VALUE
               '  PERMIT '.
           05 WG-PERMIT-ID                      PIC X(6).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WG-HOLDER                         PIC X(20).
           05 FILLER                            PIC X(4)   VALUE SPACES.

       01  WS-AFTER-LINE.
           05 WF-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3)   VALUE SPACES.
      ***************************************************************
       0000-MAINLINE.

           PERFORM 1000-SET-RUN-DATE     THRU 1000-EXIT
           PERFORM 1020-LOAD-DOOR-MASTER THRU 1020-EXIT
           IF MST-FATAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-PERM-NIGHT-DATE
           PERFORM 7400-LOAD-PERMITS     THRU 7400-EXIT
           PERFORM 2000-TALLY-AUDIT-TRAIL THRU 2000-EXIT
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           DISPLAY WS-AUDIT-LINE-CNT ' AUDIT LINES PROFILED, '
               WS-CNT-AFTER-HOURS ' AFTER-HOURS ROTATIONS'
           DISPLAY WS-CNT-AFTER-PERMIT ' COVERED BY PERMIT, '
               WS-CNT-AFTER-NO-PERMIT ' WITH NO PERMIT'
           IF WS-CNT-UNKNOWN-DOOR GREATER 0
               DISPLAY 'WARNING: ' WS-CNT-UNKNOWN-DOOR
                   ' AUDIT LINES FOR DOORS NO LONGER ON THE '
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * THE AUDITED NIGHT IS THE LATEST RUN DATE ON MASTER-CONTROL'S *
      * RUN-STATUS FILE - THIS REPORT RUNS THE MORNING AFTER, WHEN   *
      * THE CLOCK HAS MOVED ON TO A DAY WITH DIFFERENT PERMITS         *
      ****************************************************************
       1000-SET-RUN-DATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT RUNSTAT-FILE
           IF RUNSTAT-FILE-NOT-FOUND
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
      * LOAD THE DOOR MASTER INTO ITS TABLE IN DOOR-ID ORDER. A      *
      * MISSING MASTER IS FATAL - WITHOUT EACH DOOR'S PERMITTED      *
               IF AFTER-HOURS
                   ADD 1 TO WP-AFTER-CNT(WS-DOOR-SUB)
                   ADD 1 TO WS-CNT-AFTER-HOURS
                   PERFORM 2350-FIND-PERMIT THRU 2350-EXIT
                   IF PERM-COVERED
                       ADD 1 TO WS-CNT-AFTER-PERMIT
                   ELSE
                       ADD 1 TO WS-CNT-AFTER-NO-PERMIT
                   END-IF
               END-IF
           ELSE
      *        AN OLD-FORMAT LINE NEVER CARRIED A CAPTURE TIME
       2300-EXIT.
           EXIT.

      ****************************************************************
      * LOOK AN AFTER-HOURS ROTATION UP AMONG THE NIGHT'S APPROVED   *
      * PERMITS - PERM-COVERED COMES BACK SET, AND WS-PERM-SUB ON    *
      * THE COVERING PERMIT, WHEN FACILITIES SIGNED THE WORK OFF     *
      ****************************************************************
       2350-FIND-PERMIT.

           MOVE AU-DOOR-ID    TO WS-PERM-SEARCH-DOOR
           MOVE WS-EVENT-HHMM TO WS-PERM-SEARCH-TIME
           PERFORM 7410-FIND-PERMIT THRU 7410-EXIT
           .
       2350-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE DOOR'S HOURLY PROFILE - ONLY DOORS THAT MOVED AND  *
      * ONLY HOURS WITH ACTIVITY, SO A QUIET NIGHT READS SHORT        *
           EXIT.

      ****************************************************************
      * LIST EVERY ROTATION THAT FELL OUTSIDE ITS DOOR'S PERMITTED   *
      * WINDOW, ONE LINE PER ROTATION SO SECURITY CAN SEE EXACTLY    *
      * WHO MOVED WHAT AND WHEN - FIRST THOSE AN APPROVED PERMIT     *
      * COVERED, THEN THOSE WITH NO PERMIT, EACH FROM ITS OWN PASS   *
      * OVER THE AUDIT TRAIL SO THE TWO LISTS STAY APART             *
      ****************************************************************
       3000-WRITE-AFTER-HOURS.

               GO TO 3000-EXIT
           END-IF

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'COVERED BY PERMIT' TO WS-AFTER-SUB-TITLE
           MOVE WS-CNT-AFTER-PERMIT TO WS-AFTER-SUB-CNT
           WRITE REPORT-RECORD FROM WS-AFTER-SUB-LINE
           IF WS-CNT-AFTER-PERMIT EQUAL 0
               WRITE REPORT-RECORD FROM WS-AFTER-SUB-NONE
           ELSE
               SET PASS-PERMIT TO TRUE
               PERFORM 3050-LIST-ONE-PASS THRU 3050-EXIT
           END-IF

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'NO PERMIT' TO WS-AFTER-SUB-TITLE
           MOVE WS-CNT-AFTER-NO-PERMIT TO WS-AFTER-SUB-CNT
           WRITE REPORT-RECORD FROM WS-AFTER-SUB-LINE
           IF WS-CNT-AFTER-NO-PERMIT EQUAL 0
               WRITE REPORT-RECORD FROM WS-AFTER-SUB-NONE
           ELSE
               SET PASS-NO-PERMIT TO TRUE
               PERFORM 3050-LIST-ONE-PASS THRU 3050-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

      ****************************************************************
      * ONE PASS OVER THE AUDIT TRAIL FOR THE HALF OF THE SECTION    *
      * NAMED BY WS-AFTER-PASS                                        *
      ****************************************************************
       3050-LIST-ONE-PASS.

           OPEN INPUT AUDIT-IN-FILE
           IF AUDIT-FILE-NOT-FOUND
               GO TO 3050-EXIT
           END-IF

           MOVE SPACE TO WS-EOF

           CLOSE AUDIT-IN-FILE
           .
       3050-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE AFTER-HOURS DETAIL LINE WHERE THE ROTATION FALLS   *
      * OUTSIDE ITS DOOR'S PERMITTED WINDOW AND BELONGS IN THIS      *
      * PASS - A COVERED ONE SHOWS THE PERMIT AND WHO HELD IT, ONE   *
      * WITH NO PERMIT SHOWS THE WINDOW IT BROKE                      *
      ****************************************************************
       3100-FLAG-ONE-LINE.

           PERFORM 2200-SEARCH-DOOR THRU 2200-EXIT
           IF DOOR-NOT-FOUND
                   OR AU-EVENT-TIME(1:2) NOT NUMERIC
                   OR AU-EVENT-TIME(1:2) NOT LESS '24'
               GO TO 3100-EXIT
           END-IF

           PERFORM 2300-JUDGE-AFTER-HOURS THRU 2300-EXIT
           IF NOT-AFTER-HOURS
               GO TO 3100-EXIT
           END-IF

           PERFORM 2350-FIND-PERMIT THRU 2350-EXIT
           IF PERM-COVERED AND PASS-PERMIT
               MOVE AU-DOOR-ID                 TO WG-DOOR-ID
               MOVE AU-REC-NUM                 TO WG-REC-NUM
               MOVE AU-EVENT-TIME              TO WG-EVENT-TIME
               MOVE AU-DIRECTION               TO WG-DIRECTION
               MOVE WPM-PERMIT-ID(WS-PERM-SUB) TO WG-PERMIT-ID
               MOVE WPM-HOLDER(WS-PERM-SUB)    TO WG-HOLDER
               WRITE REPORT-RECORD FROM WS-PERMIT-LINE
           END-IF
           IF PERM-NOT-COVERED AND PASS-NO-PERMIT
               MOVE AU-DOOR-ID                 TO WF-DOOR-ID
               MOVE AU-REC-NUM                 TO WF-REC-NUM
               MOVE AU-EVENT-TIME              TO WF-EVENT-TIME
           .
       3100-EXIT.
           EXIT.

           COPY PERMPA.
