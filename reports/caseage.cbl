       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-AGING.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * OPEN-CASE AGING OVER THE SECURITY ALERT HISTORY. EVERY ALERT *
      * NIGHT NOT YET CLOSED ON THE CASE MASTER - NO CASE OPENED AT  *
      * ALL, OR A CASE STILL OPEN OR ASSIGNED - IS LISTED UNDER ITS  *
      * DOOR'S BUILDING, OLDEST FIRST, WITH ITS AGE IN DAYS, SO THE  *
      * SECURITY OFFICE CAN SEE WHAT IS SITTING UNWORKED AND WHERE.  *
      * EACH BUILDING'S HEADING CARRIES ITS COUNT IN EACH AGE BAND,  *
      * AND A GRAND TOTAL LINE CLOSES THE REPORT. A CASE STILL OPEN  *
      * WHOSE NIGHT HAS BEEN ARCHIVED OFF THE ALERT HISTORY IS       *
      * LISTED FROM THE CASE MASTER ALONE. A DOOR NO LONGER ON THE   *
      * DOOR MASTER FALLS UNDER 'UNKNOWN'.                           *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SECURITY ALERT HISTORY FROM SECRET-ENTRANCE
           SELECT ALERTHIST-FILE ASSIGN TO 'ALERTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIST-STATUS.
      *    SECURITY ALERT CASE MASTER MAINTAINED BY CASE-MAINT
           SELECT CASEMST-FILE ASSIGN TO 'CASEMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEMST-STATUS.
      *    DOOR MASTER REFERENCE FILE MAINTAINED BY DOOR-MAINT
           SELECT DOORMST-FILE ASSIGN TO 'DOORMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOORMST-STATUS.
      *    OPEN-CASE AGING REPORT
           SELECT REPORT-FILE ASSIGN TO 'CASEAGE.TXT'
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

       FD  CASEMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CASEMST-RECORD.
       01  CASEMST-RECORD                       PIC X(80).

       FD  DOORMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORMST-RECORD.
       01  DOORMST-RECORD                       PIC X(120).

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

       01  WS-ALERTHIST-STATUS                  PIC X(2).
           88 ALERTHIST-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-CASEMST-STATUS                    PIC X(2).
           88 CASEMST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-DOORMST-STATUS                    PIC X(2).
           88 DOORMST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-MST-EOF                           PIC X(1).
           88 MST-EOF                                      VALUE 'Y'.

      *    ONE TABLE ENTRY PER DOOR ON THE DOOR MASTER, LOADED AT
      *    STARTUP IN DOOR-ID ORDER SO EVERY LOOKUP IS A BINARY
      *    SEARCH - THE SAME SHAPE BLDG-ROLLUP LOADS
       01  WS-DOOR-CNT                          PIC 9(5)   VALUE 0.
       01  WS-DOOR-TBL.
           05 WS-DOOR-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-DOOR-CNT
                   ASCENDING KEY IS WD-DOOR-ID
                   INDEXED BY WD-IDX.
               10 WD-DOOR-ID                    PIC X(3).
               10 WD-BUILDING                   PIC X(10).
       01  WS-MAX-DOORS                         PIC 9(5)   VALUE 5000.
       01  WS-DOOR-SUB                          PIC 9(5)   VALUE 0.
       01  WS-INS-SUB                           PIC 9(5)   VALUE 0.
      *    DOOR ID HANDED TO 2200-SEARCH-DOOR BY ITS CALLERS
       01  WS-SEARCH-DOOR-ID                    PIC X(3).
      *    BUILDING THE SEARCHED DOOR BELONGS TO - 'UNKNOWN' WHEN
      *    THE DOOR IS NO LONGER ON THE MASTER
       01  WS-FOUND-BUILDING                    PIC X(10).

       COPY DOORMREC.

      *    EVERY CASE ON THE CASE MASTER, IN ITS KEY ORDER FOR A
      *    BINARY SEARCH PER ALERT HISTORY LINE. THE SEEN FLAG MARKS
      *    A CASE WHOSE NIGHT TURNED UP ON THE ALERT HISTORY
       01  WS-CASE-CNT                          PIC 9(5)   VALUE 0.
       01  WS-CASE-TBL.
           05 WS-CASE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CASE-CNT
                   ASCENDING KEY IS WC-KEY
                   INDEXED BY WC-IDX.
               10 WC-KEY                        PIC X(12).
               10 WC-STATUS                     PIC X(1).
               10 WC-ASSIGNEE                   PIC X(8).
               10 WC-REASON                     PIC X(35).
               10 WC-SEEN                       PIC X(1).
       01  WS-MAX-CASES                         PIC 9(5)   VALUE 20000.
       01  WS-CASE-SUB                          PIC 9(5)   VALUE 0.
       01  WS-CASE-FOUND                        PIC X(1).
           88 CASE-FOUND                                   VALUE 'Y'.
           88 CASE-NOT-FOUND                               VALUE 'N'.

       COPY CASEREC.

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

      *    EVERY UNDISPOSITIONED ALERT NIGHT, HELD IN BUILDING /
      *    ALERT-NIGHT / DOOR ORDER - OLDEST FIRST WITHIN A BUILDING
      *    - AND PRINTED STRAIGHT DOWN THE TABLE
       01  WS-PEND-CNT                          PIC 9(5)   VALUE 0.
       01  WS-PEND-TBL.
           05 WS-PEND-ENTRY OCCURS 20000 TIMES.
               10 WP-SORT-KEY.
                   15 WP-BUILDING               PIC X(10).
                   15 WP-ALERT-DATE             PIC X(8).
                   15 WP-DOOR-ID                PIC X(3).
               10 WP-AGE                        PIC 9(5).
               10 WP-STATUS                     PIC X(8).
               10 WP-ASSIGNEE                   PIC X(8).
               10 WP-REASON                     PIC X(35).
       01  WS-MAX-PEND                          PIC 9(5)   VALUE 20000.
       01  WS-PEND-SUB                          PIC 9(5)   VALUE 0.
       01  WS-PEND-INS-SUB                      PIC 9(5)   VALUE 0.
       01  WS-BLOCK-END                         PIC 9(5)   VALUE 0.
       01  WS-NEW-KEY.
           05 WS-NEW-BUILDING                   PIC X(10).
           05 WS-NEW-ALERT-DATE                 PIC X(8).
           05 WS-NEW-DOOR-ID                    PIC X(3).
       01  WS-NEW-STATUS                        PIC X(8).
       01  WS-NEW-ASSIGNEE                      PIC X(8).
       01  WS-NEW-REASON                        PIC X(35).

      *    AGE BANDS IN DAYS SINCE THE ALERT NIGHT - A WEEK, A
      *    MONTH, A QUARTER, AND EVERYTHING OLDER
       01  WS-BAND-1-MAX                        PIC 9(5)   VALUE 7.
       01  WS-BAND-2-MAX                        PIC 9(5)   VALUE 30.
       01  WS-BAND-3-MAX                        PIC 9(5)   VALUE 90.
       01  WS-BAND-COUNTS.
           05 WS-BAND-CNT OCCURS 4 TIMES        PIC 9(5).
       01  WS-TOTAL-COUNTS.
           05 WS-TOTAL-CNT OCCURS 4 TIMES       PIC 9(5).
       01  WS-BAND-SUB                          PIC 9(1)   VALUE 0.

       01  WS-RUN-DATE                          PIC X(8).
       01  WS-RUN-DATE-N                        PIC 9(8).
       01  WS-RUN-INT                           PIC 9(8).
       01  WS-ALERT-DATE-N                      PIC 9(8).
       01  WS-ALERT-INT                         PIC 9(8).
       01  WS-AGE                               PIC 9(5).
       01  WS-HIST-LINE-CNT                     PIC 9(7)   VALUE 0.
       01  WS-BLDG-CNT                          PIC 9(3)   VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(38)  VALUE
               'OPEN SECURITY ALERT CASES BY AGE      '.
           05 FILLER                            PIC X(10)  VALUE
               'RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(24)  VALUE SPACES.

       01  WS-BLDG-HDR-LINE.
           05 WB-LABEL                          PIC X(9).
           05 WB-BUILDING                       PIC X(10).
           05 FILLER                            PIC X(7)   VALUE
               '  OPEN '.
           05 WB-OPEN-CNT                       PIC Z(4)9.
           05 FILLER                            PIC X(6)   VALUE
               '  0-7 '.
           05 WB-BAND-1                         PIC Z(3)9.
           05 FILLER                            PIC X(7)   VALUE
               '  8-30 '.
           05 WB-BAND-2                         PIC Z(3)9.
           05 FILLER                            PIC X(8)   VALUE
               '  31-90 '.
           05 WB-BAND-3                         PIC Z(3)9.
           05 FILLER                            PIC X(10)  VALUE
               '  OVER 90 '.
           05 WB-BAND-4                         PIC Z(3)9.
           05 FILLER                            PIC X(2)   VALUE SPACES.

       01  WS-COLUMN-LINE                       PIC X(80)  VALUE
           '   DOOR NIGHT       AGE  STATUS    ASSIGNEE  ALERT REASON'.

       01  WS-DETAIL-LINE.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WL-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-ALERT-DATE                     PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-AGE                            PIC Z(4)9.
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-STATUS                         PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-ASSIGNEE                       PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-REASON                         PIC X(35).

       01  WS-NONE-LINE                         PIC X(80)  VALUE
           'NO UNDISPOSITIONED ALERTS - EVERY ALERT NIGHT IS CLOSED'.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           PERFORM 1020-LOAD-DOOR-MASTER THRU 1020-EXIT
           PERFORM 1100-LOAD-CASES       THRU 1100-EXIT
           PERFORM 2000-SCAN-ALERT-HISTORY THRU 2000-EXIT
           PERFORM 3000-ADD-UNSEEN-CASES THRU 3000-EXIT

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           MOVE 0 TO WS-TOTAL-CNT(1) WS-TOTAL-CNT(2)
                     WS-TOTAL-CNT(3) WS-TOTAL-CNT(4)
           IF WS-PEND-CNT EQUAL 0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           MOVE 1 TO WS-PEND-SUB
           PERFORM 4000-WRITE-BUILDING THRU 4000-EXIT
               UNTIL WS-PEND-SUB GREATER WS-PEND-CNT

           MOVE SPACES            TO WB-BUILDING
           MOVE 'ALL BLDGS'       TO WB-LABEL
           MOVE WS-PEND-CNT       TO WB-OPEN-CNT
           MOVE WS-TOTAL-CNT(1)   TO WB-BAND-1
           MOVE WS-TOTAL-CNT(2)   TO WB-BAND-2
           MOVE WS-TOTAL-CNT(3)   TO WB-BAND-3
           MOVE WS-TOTAL-CNT(4)   TO WB-BAND-4
           WRITE REPORT-RECORD FROM WS-BLDG-HDR-LINE

           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           DISPLAY WS-PEND-CNT ' UNDISPOSITIONED ALERT NIGHTS IN '
               WS-BLDG-CNT ' BUILDINGS FROM ' WS-HIST-LINE-CNT
               ' ALERT HISTORY LINES'
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * LOAD THE DOOR MASTER INTO ITS TABLE IN DOOR-ID ORDER. A      *
      * MISSING MASTER PUTS EVERY ALERT UNDER 'UNKNOWN' RATHER THAN  *
      * HIDING AN OPEN CASE                                           *
      ****************************************************************
       1020-LOAD-DOOR-MASTER.

           OPEN INPUT DOORMST-FILE
           IF DOORMST-FILE-NOT-FOUND
               DISPLAY 'NOTE: DOOR MASTER FILE NOT FOUND - EVERY '
                   'ALERT LISTED UNDER UNKNOWN'
               GO TO 1020-EXIT
           END-IF

           MOVE SPACE TO WS-MST-EOF
           PERFORM UNTIL MST-EOF
               READ DOORMST-FILE INTO WS-DOORM-LINE
                   AT END
                       SET MST-EOF TO TRUE
                   NOT AT END
                       IF WS-DOOR-CNT NOT LESS WS-MAX-DOORS
                           DISPLAY 'WARNING: MORE THAN '
                               WS-MAX-DOORS ' DOORS ON THE DOOR '
                               'MASTER FILE - THE REST UNDER UNKNOWN'
                           SET MST-EOF TO TRUE
                       ELSE
                           PERFORM 1025-INSERT-DOOR THRU 1025-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOORMST-FILE
           .
       1020-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE MASTER DOOR INTO THE TABLE AT ITS PLACE IN DOOR-ID  *
      * ORDER. A BLANK BUILDING ON THE MASTER FALLS UNDER 'UNKNOWN'  *
      ****************************************************************
       1025-INSERT-DOOR.

           ADD 1 TO WS-DOOR-CNT
           MOVE WS-DOOR-CNT TO WS-INS-SUB
           PERFORM UNTIL WS-INS-SUB EQUAL 1
                   OR WD-DOOR-ID(WS-INS-SUB - 1) LESS DM-DOOR-ID
               MOVE WS-DOOR-ENTRY(WS-INS-SUB - 1)
                   TO WS-DOOR-ENTRY(WS-INS-SUB)
               SUBTRACT 1 FROM WS-INS-SUB
           END-PERFORM

           MOVE DM-DOOR-ID TO WD-DOOR-ID(WS-INS-SUB)
           IF DM-BUILDING EQUAL SPACES
               MOVE 'UNKNOWN' TO WD-BUILDING(WS-INS-SUB)
           ELSE
               MOVE DM-BUILDING TO WD-BUILDING(WS-INS-SUB)
           END-IF
           .
       1025-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE CASE MASTER. NO MASTER YET MEANS NO CASE HAS BEEN   *
      * OPENED - EVERY ALERT NIGHT ON THE HISTORY IS UNDISPOSITIONED *
      ****************************************************************
       1100-LOAD-CASES.

           OPEN INPUT CASEMST-FILE
           IF CASEMST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO ALERT CASE MASTER - EVERY ALERT '
                   'NIGHT IS UNDISPOSITIONED'
               GO TO 1100-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ CASEMST-FILE INTO WS-CASE-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CS-DOOR-ID NOT EQUAL SPACES
                           PERFORM 1150-INSERT-CASE THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASEMST-FILE
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE CASE INTO THE TABLE IN KEY ORDER. THE MASTER IS     *
      * WRITTEN IN ORDER, SO THIS IS NORMALLY AN APPEND               *
      ****************************************************************
       1150-INSERT-CASE.

           IF WS-CASE-CNT NOT LESS WS-MAX-CASES
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-CASES
                   ' CASES ON THE CASE MASTER - DOOR ' CS-DOOR-ID
                   ' NIGHT ' CS-ALERT-DATE ' NOT LOADED'
               GO TO 1150-EXIT
           END-IF

           ADD 1 TO WS-CASE-CNT
           MOVE WS-CASE-CNT TO WS-CASE-SUB
           PERFORM UNTIL WS-CASE-SUB EQUAL 1
                   OR WC-KEY(WS-CASE-SUB - 1) LESS CS-KEY
               MOVE WS-CASE-ENTRY(WS-CASE-SUB - 1)
                   TO WS-CASE-ENTRY(WS-CASE-SUB)
               SUBTRACT 1 FROM WS-CASE-SUB
           END-PERFORM
           MOVE CS-KEY      TO WC-KEY(WS-CASE-SUB)
           MOVE CS-STATUS   TO WC-STATUS(WS-CASE-SUB)
           MOVE CS-ASSIGNEE TO WC-ASSIGNEE(WS-CASE-SUB)
           MOVE CS-REASON   TO WC-REASON(WS-CASE-SUB)
           MOVE 'N'         TO WC-SEEN(WS-CASE-SUB)
           .
       1150-EXIT.
           EXIT.

      ****************************************************************
      * WALK THE ALERT HISTORY AND PEND EVERY NIGHT WITHOUT A CLOSED *
      * CASE                                                          *
      ****************************************************************
       2000-SCAN-ALERT-HISTORY.

           OPEN INPUT ALERTHIST-FILE
           IF ALERTHIST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO ALERT HISTORY FILE - ONLY CASES '
                   'ON THE CASE MASTER CAN BE AGED'
               GO TO 2000-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ ALERTHIST-FILE INTO WS-ALERTHIST-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF AH-RUN-DATE NUMERIC
                               AND AH-DOOR-ID NOT EQUAL SPACES
                           PERFORM 2100-JUDGE-ALERT THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALERTHIST-FILE
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * ONE ALERT HISTORY LINE: A CLOSED CASE DISPOSES OF THE NIGHT; *
      * OTHERWISE PEND IT WITH THE CASE'S STATUS AND ASSIGNEE, OR AS *
      * NO CASE WHEN NONE HAS BEEN OPENED                             *
      ****************************************************************
       2100-JUDGE-ALERT.

           ADD 1 TO WS-HIST-LINE-CNT
           SET CASE-NOT-FOUND TO TRUE
           IF WS-CASE-CNT GREATER 0
               SEARCH ALL WS-CASE-ENTRY
                   AT END
                       SET CASE-NOT-FOUND TO TRUE
                   WHEN WC-KEY(WC-IDX) EQUAL AH-KEY
                       SET CASE-FOUND TO TRUE
                       SET WS-CASE-SUB TO WC-IDX
               END-SEARCH
           END-IF

           MOVE SPACES      TO WS-NEW-ASSIGNEE
           MOVE AH-REASON   TO WS-NEW-REASON
           IF CASE-NOT-FOUND
               MOVE 'NO CASE' TO WS-NEW-STATUS
           ELSE
               MOVE 'Y' TO WC-SEEN(WS-CASE-SUB)
               MOVE WC-STATUS(WS-CASE-SUB) TO CS-STATUS
               IF CS-CLOSED
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2150-CASE-STATUS-TEXT THRU 2150-EXIT
           END-IF

           MOVE AH-DOOR-ID  TO WS-NEW-DOOR-ID
           MOVE AH-RUN-DATE TO WS-NEW-ALERT-DATE
           PERFORM 2300-PEND-ALERT THRU 2300-EXIT
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * STATUS WORDING AND ASSIGNEE FOR THE CASE AT WS-CASE-SUB       *
      ****************************************************************
       2150-CASE-STATUS-TEXT.

           MOVE WC-STATUS(WS-CASE-SUB) TO CS-STATUS
           IF CS-ASSIGNED
               MOVE 'ASSIGNED' TO WS-NEW-STATUS
           ELSE
               MOVE 'OPEN'     TO WS-NEW-STATUS
           END-IF
           MOVE WC-ASSIGNEE(WS-CASE-SUB) TO WS-NEW-ASSIGNEE
           .
       2150-EXIT.
           EXIT.

      ****************************************************************
      * BINARY SEARCH OF THE DOOR TABLE FOR WS-SEARCH-DOOR-ID - THE  *
      * DOOR'S BUILDING IS LEFT IN WS-FOUND-BUILDING, 'UNKNOWN'      *
      * WHEN THE DOOR IS NO LONGER ON THE MASTER                      *
      ****************************************************************
       2200-SEARCH-DOOR.

           MOVE 'UNKNOWN' TO WS-FOUND-BUILDING
           IF WS-DOOR-CNT EQUAL 0
               GO TO 2200-EXIT
           END-IF
           SEARCH ALL WS-DOOR-ENTRY
               AT END
                   GO TO 2200-EXIT
               WHEN WD-DOOR-ID(WD-IDX) EQUAL WS-SEARCH-DOOR-ID
                   SET WS-DOOR-SUB TO WD-IDX
                   MOVE WD-BUILDING(WS-DOOR-SUB)
                       TO WS-FOUND-BUILDING
           END-SEARCH
           .
       2200-EXIT.
           EXIT.

      ****************************************************************
      * SLOT THE ALERT NIGHT IN WS-NEW-KEY INTO THE PENDING TABLE IN *
      * BUILDING / NIGHT / DOOR ORDER. A SECOND REASON ON A NIGHT    *
      * ALREADY PENDED ADDS NOTHING                                   *
      ****************************************************************
       2300-PEND-ALERT.

           MOVE WS-NEW-DOOR-ID TO WS-SEARCH-DOOR-ID
           PERFORM 2200-SEARCH-DOOR THRU 2200-EXIT
           MOVE WS-FOUND-BUILDING TO WS-NEW-BUILDING

           MOVE WS-PEND-CNT TO WS-PEND-SUB
           PERFORM UNTIL WS-PEND-SUB EQUAL 0
                   OR WP-SORT-KEY(WS-PEND-SUB) NOT GREATER WS-NEW-KEY
               SUBTRACT 1 FROM WS-PEND-SUB
           END-PERFORM
           IF WS-PEND-SUB GREATER 0
                   AND WP-SORT-KEY(WS-PEND-SUB) EQUAL WS-NEW-KEY
               GO TO 2300-EXIT
           END-IF

           IF WS-PEND-CNT NOT LESS WS-MAX-PEND
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-PEND
                   ' UNDISPOSITIONED ALERT NIGHTS - DOOR '
                   WS-NEW-DOOR-ID ' NIGHT ' WS-NEW-ALERT-DATE
                   ' NOT LISTED'
               GO TO 2300-EXIT
           END-IF

           COMPUTE WS-PEND-INS-SUB = WS-PEND-SUB + 1
           ADD 1 TO WS-PEND-CNT
           MOVE WS-PEND-CNT TO WS-PEND-SUB
           PERFORM UNTIL WS-PEND-SUB EQUAL WS-PEND-INS-SUB
               MOVE WS-PEND-ENTRY(WS-PEND-SUB - 1)
                   TO WS-PEND-ENTRY(WS-PEND-SUB)
               SUBTRACT 1 FROM WS-PEND-SUB
           END-PERFORM

           MOVE WS-NEW-ALERT-DATE TO WS-ALERT-DATE-N
           COMPUTE WS-ALERT-INT =
               FUNCTION INTEGER-OF-DATE(WS-ALERT-DATE-N)
           IF WS-ALERT-INT GREATER WS-RUN-INT
                   OR WS-ALERT-INT EQUAL 0
               MOVE 0 TO WS-AGE
           ELSE
               COMPUTE WS-AGE = WS-RUN-INT - WS-ALERT-INT
           END-IF

           MOVE WS-NEW-KEY      TO WP-SORT-KEY(WS-PEND-INS-SUB)
           MOVE WS-AGE          TO WP-AGE(WS-PEND-INS-SUB)
           MOVE WS-NEW-STATUS   TO WP-STATUS(WS-PEND-INS-SUB)
           MOVE WS-NEW-ASSIGNEE TO WP-ASSIGNEE(WS-PEND-INS-SUB)
           MOVE WS-NEW-REASON   TO WP-REASON(WS-PEND-INS-SUB)
           .
       2300-EXIT.
           EXIT.

      ****************************************************************
      * A CASE STILL OPEN OR ASSIGNED WHOSE NIGHT NO LONGER APPEARS  *
      * ON THE ALERT HISTORY - ARCHIVED OFF IT - IS STILL UNWORKED,  *
      * SO IT IS PENDED FROM THE CASE MASTER ALONE                    *
      ****************************************************************
       3000-ADD-UNSEEN-CASES.

           MOVE 1 TO WS-CASE-SUB
           PERFORM UNTIL WS-CASE-SUB GREATER WS-CASE-CNT
               MOVE WC-STATUS(WS-CASE-SUB) TO CS-STATUS
               IF WC-SEEN(WS-CASE-SUB) EQUAL 'N'
                       AND NOT CS-CLOSED
                   MOVE WC-KEY(WS-CASE-SUB) TO CS-KEY
                   MOVE CS-DOOR-ID          TO WS-NEW-DOOR-ID
                   MOVE CS-ALERT-DATE       TO WS-NEW-ALERT-DATE
                   MOVE WC-REASON(WS-CASE-SUB) TO WS-NEW-REASON
                   PERFORM 2150-CASE-STATUS-TEXT THRU 2150-EXIT
                   IF CS-ALERT-DATE NUMERIC
                       PERFORM 2300-PEND-ALERT THRU 2300-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-CASE-SUB
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE BUILDING'S BLOCK STARTING AT WS-PEND-SUB: FIND     *
      * WHERE THE BUILDING ENDS, BAND ITS ALERTS FOR THE HEADING,    *
      * THEN LIST THEM OLDEST FIRST. LEAVES WS-PEND-SUB ON THE NEXT  *
      * BUILDING                                                      *
      ****************************************************************
       4000-WRITE-BUILDING.

           ADD 1 TO WS-BLDG-CNT
           MOVE 0 TO WS-BAND-CNT(1) WS-BAND-CNT(2)
                     WS-BAND-CNT(3) WS-BAND-CNT(4)
           MOVE WS-PEND-SUB TO WS-BLOCK-END
           PERFORM UNTIL WS-BLOCK-END GREATER WS-PEND-CNT
                   OR WP-BUILDING(WS-BLOCK-END)
                       NOT EQUAL WP-BUILDING(WS-PEND-SUB)
               EVALUATE TRUE
                   WHEN WP-AGE(WS-BLOCK-END) NOT GREATER WS-BAND-1-MAX
                       MOVE 1 TO WS-BAND-SUB
                   WHEN WP-AGE(WS-BLOCK-END) NOT GREATER WS-BAND-2-MAX
                       MOVE 2 TO WS-BAND-SUB
                   WHEN WP-AGE(WS-BLOCK-END) NOT GREATER WS-BAND-3-MAX
                       MOVE 3 TO WS-BAND-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BAND-SUB
               END-EVALUATE
               ADD 1 TO WS-BAND-CNT(WS-BAND-SUB)
                        WS-TOTAL-CNT(WS-BAND-SUB)
               ADD 1 TO WS-BLOCK-END
           END-PERFORM

           MOVE 'BUILDING '                TO WB-LABEL
           MOVE WP-BUILDING(WS-PEND-SUB)   TO WB-BUILDING
           COMPUTE WB-OPEN-CNT = WS-BLOCK-END - WS-PEND-SUB
           MOVE WS-BAND-CNT(1)             TO WB-BAND-1
           MOVE WS-BAND-CNT(2)             TO WB-BAND-2
           MOVE WS-BAND-CNT(3)             TO WB-BAND-3
           MOVE WS-BAND-CNT(4)             TO WB-BAND-4
           WRITE REPORT-RECORD FROM WS-BLDG-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE

           PERFORM UNTIL WS-PEND-SUB EQUAL WS-BLOCK-END
               MOVE WP-DOOR-ID(WS-PEND-SUB)    TO WL-DOOR-ID
               MOVE WP-ALERT-DATE(WS-PEND-SUB) TO WL-ALERT-DATE
               MOVE WP-AGE(WS-PEND-SUB)        TO WL-AGE
               MOVE WP-STATUS(WS-PEND-SUB)     TO WL-STATUS
               MOVE WP-ASSIGNEE(WS-PEND-SUB)   TO WL-ASSIGNEE
               MOVE WP-REASON(WS-PEND-SUB)     TO WL-REASON
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-PEND-SUB
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           .
       4000-EXIT.
           EXIT.
