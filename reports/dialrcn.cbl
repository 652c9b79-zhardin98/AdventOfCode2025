       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAL-RECON.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * PHYSICAL DIAL-READING RECONCILIATION. THE DIAL POSITION      *
      * SECRET-ENTRANCE CARRIES FROM NIGHT TO NIGHT IS COMPUTED, SO  *
      * FACILITIES' SPOT-CHECK READINGS OF THE REAL DIALS ARE LAID   *
      * AGAINST TONIGHT'S DOOR SUMMARY CLOSING POSITIONS AND EVERY   *
      * DOOR WHERE THE TWO DIFFER IS REPORTED. A DIFFERENCE WITH AN  *
      * APPROVER ON THE READING BECOMES AN ADJUSTMENT THAT           *
      * SECRET-ENTRANCE USES IN PLACE OF THE COMPUTED POSITION THE   *
      * NEXT NIGHT, AND EVERY ADJUSTMENT IS APPENDED TO THE DIAL     *
      * ADJUSTMENT AUDIT TRAIL - WHO CORRECTED WHICH DOOR, WHEN, AND *
      * FROM WHAT POSITION TO WHAT. ANY DIFFERENCE ENDS THE STEP     *
      * WITH RETURN CODE 4 SO THE SCHEDULER SHOWS THE NIGHT HAD ONE. *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FACILITIES' FIELD DIAL READINGS
           SELECT READING-FILE ASSIGN TO 'DIALREAD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READING-STATUS.
      *    TONIGHT'S DOOR SUMMARY FROM SECRET-ENTRANCE
           SELECT DOORSUM-FILE ASSIGN TO 'DOORSUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOORSUM-STATUS.
      *    APPROVED ADJUSTMENTS FOR SECRET-ENTRANCE'S NEXT RUN
           SELECT ADJUST-FILE ASSIGN TO 'DIALADJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    DIAL ADJUSTMENT AUDIT TRAIL, APPENDED NIGHT OVER NIGHT
           SELECT ADJAUDIT-FILE ASSIGN TO 'DIALAUD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUDIT-STATUS.
      *    RECONCILIATION REPORT
           SELECT REPORT-FILE ASSIGN TO 'DIALRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  READING-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS READING-RECORD.
       01  READING-RECORD                       PIC X(80).

       FD  DOORSUM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORSUM-RECORD.
       01  DOORSUM-RECORD                       PIC X(80).

       FD  ADJUST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADJUST-RECORD.
       01  ADJUST-RECORD                        PIC X(80).

       FD  ADJAUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADJAUDIT-RECORD.
       01  ADJAUDIT-RECORD                      PIC X(80).

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

       01  WS-READING-STATUS                    PIC X(2).
           88 READING-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-DOORSUM-STATUS                    PIC X(2).
           88 DOORSUM-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-ADJAUDIT-STATUS                   PIC X(2).
           88 ADJAUDIT-FILE-NOT-FOUND                      VALUE '35'.

      *    TONIGHT'S CLOSING POSITION FOR EVERY DOOR ON THE SUMMARY,
      *    HELD IN DOOR-ID ORDER FOR A BINARY SEARCH PER READING
       01  WS-DOOR-CNT                          PIC 9(5)   VALUE 0.
       01  WS-DOOR-TBL.
           05 WS-DOOR-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-DOOR-CNT
                   ASCENDING KEY IS WR-DOOR-ID
                   INDEXED BY WR-IDX.
               10 WR-DOOR-ID                    PIC X(3).
               10 WR-CLOSE-POS                  PIC 9(2).
      *            SUBSCRIPT OF THE DOOR'S ADJUSTMENT, 0 = NONE YET
               10 WR-ADJ-SUB                    PIC 9(5).
       01  WS-MAX-DOORS                         PIC 9(5)   VALUE 5000.
       01  WS-DOOR-SUB                          PIC 9(5)   VALUE 0.
       01  WS-INS-SUB                           PIC 9(5)   VALUE 0.
       01  WS-DOOR-FOUND                        PIC X(1).
           88 DOOR-FOUND                                   VALUE 'Y'.
           88 DOOR-NOT-FOUND                               VALUE 'N'.
       01  WS-SEARCH-DOOR-ID                    PIC X(3).

      *    INPUT VIEW OF ONE DOOR SUMMARY LINE - THE DIAL POSITION IS
      *    THE SIGN-EDITED PICTURE IT WAS PRINTED WITH
       01  WS-DOORSUM-IN-LINE.
           05 DS-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3).
           05 DS-DIAL-POS                       PIC X(4).
           05 FILLER                            PIC X(70).

       COPY DIALRDG.

       COPY DIALADJ.

      *    ONE APPROVED ADJUSTMENT PER DOOR. A SECOND APPROVED
      *    READING OF THE SAME DOOR REPLACES THE FIRST WHEN IT WAS
      *    TAKEN LATER, SINCE THE LATER LOOK AT THE DIAL IS THE ONE
      *    THAT STANDS
       01  WS-ADJ-CNT                           PIC 9(5)   VALUE 0.
       01  WS-ADJ-TBL.
           05 WS-ADJ-ENTRY OCCURS 5000 TIMES.
               10 WA-ADJ-LINE                   PIC X(80).
       01  WS-ADJ-SUB                           PIC 9(5)   VALUE 0.
       01  WS-OBSERVED-POS                      PIC 9(2).

       01  WS-READING-CNT                       PIC 9(7)   VALUE 0.
       01  WS-AGREE-CNT                         PIC 9(7)   VALUE 0.
       01  WS-DIFFER-CNT                        PIC 9(7)   VALUE 0.
       01  WS-REJECT-CNT                        PIC 9(7)   VALUE 0.

       01  WS-RUN-DATE                          PIC X(8).
       01  WS-STAMP                             PIC X(14).

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(36)  VALUE
               'DIAL READING RECONCILIATION         '.
           05 FILLER                            PIC X(10)  VALUE
               'RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(26)  VALUE SPACES.

       01  WS-COLUMN-LINE                       PIC X(80)  VALUE
           'DOOR  READ ON           SEEN  CARRIED  INSPECTOR  RESULT'.

       01  WS-DETAIL-LINE.
           05 WL-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3).
           05 WL-READ-DATE                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 WL-READ-TIME                      PIC X(6).
           05 FILLER                            PIC X(3).
           05 WL-OBSERVED-POS                   PIC X(2).
           05 FILLER                            PIC X(4).
           05 WL-CLOSE-POS                      PIC X(2).
           05 FILLER                            PIC X(7).
           05 WL-INSPECTOR                      PIC X(8).
           05 FILLER                            PIC X(3).
           05 WL-RESULT                         PIC X(30).

       01  WS-NONE-LINE                         PIC X(80)  VALUE
           'EVERY READING AGREES WITH THE CARRIED DIAL POSITION'.

       01  WS-TRAILER-LINE.
           05 FILLER                            PIC X(9)   VALUE
               'READINGS '.
           05 WT-READING-CNT                    PIC Z(6)9.
           05 FILLER                            PIC X(9)   VALUE
               '  AGREED '.
           05 WT-AGREE-CNT                      PIC Z(6)9.
           05 FILLER                            PIC X(10)  VALUE
               '  DIFFERED'.
           05 WT-DIFFER-CNT                     PIC Z(6)9.
           05 FILLER                            PIC X(11)  VALUE
               '  ADJUSTED '.
           05 WT-ADJ-CNT                        PIC Z(4)9.
           05 FILLER                            PIC X(11)  VALUE
               '  REJECTED '.
           05 WT-REJECT-CNT                     PIC Z(3)9.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           PERFORM 1000-LOAD-SUMMARY THRU 1000-EXIT

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           PERFORM 2000-CHECK-READINGS THRU 2000-EXIT

           IF WS-DIFFER-CNT EQUAL 0 AND WS-REJECT-CNT EQUAL 0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF

      *    THE ADJUSTMENT FILE IS REBUILT EVERY NIGHT - AN EMPTY ONE
      *    TELLS THE NEXT RUN THERE IS NOTHING TO CORRECT
           PERFORM 3000-WRITE-ADJUSTMENTS THRU 3000-EXIT

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-READING-CNT TO WT-READING-CNT
           MOVE WS-AGREE-CNT   TO WT-AGREE-CNT
           MOVE WS-DIFFER-CNT  TO WT-DIFFER-CNT
           MOVE WS-ADJ-CNT     TO WT-ADJ-CNT
           MOVE WS-REJECT-CNT  TO WT-REJECT-CNT
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.

           DISPLAY WS-READING-CNT ' DIAL READINGS CHECKED'
           DISPLAY WS-DIFFER-CNT ' DIFFER FROM THE CARRIED POSITION'
           DISPLAY WS-ADJ-CNT ' DOORS ADJUSTED FOR THE NEXT RUN'
           DISPLAY WS-REJECT-CNT ' READINGS REJECTED'
           IF WS-DIFFER-CNT GREATER 0 OR WS-REJECT-CNT GREATER 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * LOAD TONIGHT'S CLOSING POSITION FOR EVERY DOOR ON THE DOOR   *
      * SUMMARY. NO SUMMARY MEANS NOTHING CAN BE RECONCILED - EVERY  *
      * READING IS THEN REJECTED AS A DOOR NOT ON THE SUMMARY        *
      ****************************************************************
       1000-LOAD-SUMMARY.

           OPEN INPUT DOORSUM-FILE
           IF DOORSUM-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO DOOR SUMMARY FILE - NOTHING TO '
                   'RECONCILE AGAINST'
               GO TO 1000-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ DOORSUM-FILE INTO WS-DOORSUM-IN-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF DS-DIAL-POS(2:3) NUMERIC
                           PERFORM 1100-INSERT-DOOR THRU 1100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOORSUM-FILE
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE SUMMARY DOOR INTO THE TABLE IN DOOR-ID ORDER         *
      ****************************************************************
       1100-INSERT-DOOR.

           IF WS-DOOR-CNT NOT LESS WS-MAX-DOORS
               DISPLAY 'WARNING: MORE THAN ' WS-MAX-DOORS
                   ' DOORS ON THE DOOR SUMMARY - DOOR ' DS-DOOR-ID
                   ' NOT LOADED'
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO WS-DOOR-CNT
           MOVE WS-DOOR-CNT TO WS-INS-SUB
           PERFORM UNTIL WS-INS-SUB EQUAL 1
                   OR WR-DOOR-ID(WS-INS-SUB - 1) LESS DS-DOOR-ID
               MOVE WS-DOOR-ENTRY(WS-INS-SUB - 1)
                   TO WS-DOOR-ENTRY(WS-INS-SUB)
               SUBTRACT 1 FROM WS-INS-SUB
           END-PERFORM

           MOVE DS-DOOR-ID         TO WR-DOOR-ID(WS-INS-SUB)
           MOVE DS-DIAL-POS(3:2)   TO WR-CLOSE-POS(WS-INS-SUB)
           MOVE 0                  TO WR-ADJ-SUB(WS-INS-SUB)
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * READ EVERY FIELD READING AND CHECK IT AGAINST THE SUMMARY.   *
      * NO READING FILE IS A NIGHT WITHOUT SPOT CHECKS                *
      ****************************************************************
       2000-CHECK-READINGS.

           OPEN INPUT READING-FILE
           IF READING-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO DIAL READING FILE - NO SPOT CHECKS '
                   'TO RECONCILE'
               GO TO 2000-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ READING-FILE INTO WS-DIALRDG-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-CHECK-ONE-READING THRU 2100-EXIT
               END-READ
           END-PERFORM

           CLOSE READING-FILE
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * CHECK ONE READING. ONLY A READING TAKEN ON THE NIGHT BEING   *
      * RECONCILED CAN BE COMPARED WITH TONIGHT'S CLOSING POSITION;  *
      * A DIFFERENCE IS LISTED, AND BECOMES AN ADJUSTMENT ONLY WHEN  *
      * THE READING CARRIES AN APPROVER                               *
      ****************************************************************
       2100-CHECK-ONE-READING.

           IF WS-DIALRDG-LINE EQUAL SPACES
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-READING-CNT

           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE RD-DOOR-ID       TO WL-DOOR-ID
           MOVE RD-READ-DATE     TO WL-READ-DATE
           MOVE RD-READ-TIME     TO WL-READ-TIME
           MOVE RD-OBSERVED-POS  TO WL-OBSERVED-POS
           MOVE RD-INSPECTOR     TO WL-INSPECTOR

           IF RD-OBSERVED-POS NOT NUMERIC
               MOVE 'REJECTED - POSITION NOT 00-99' TO WL-RESULT
               GO TO 2100-REJECT
           END-IF
           IF RD-READ-DATE NOT EQUAL WS-RUN-DATE
               MOVE 'REJECTED - NOT TONIGHT' TO WL-RESULT
               GO TO 2100-REJECT
           END-IF

           MOVE RD-DOOR-ID TO WS-SEARCH-DOOR-ID
           PERFORM 2200-SEARCH-DOOR THRU 2200-EXIT
           IF DOOR-NOT-FOUND
               MOVE 'REJECTED - NOT ON DOOR SUMMARY' TO WL-RESULT
               GO TO 2100-REJECT
           END-IF

           MOVE RD-OBSERVED-POS TO WS-OBSERVED-POS
           MOVE WR-CLOSE-POS(WS-DOOR-SUB) TO WL-CLOSE-POS
           IF WS-OBSERVED-POS EQUAL WR-CLOSE-POS(WS-DOOR-SUB)
               ADD 1 TO WS-AGREE-CNT
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-DIFFER-CNT
           IF RD-APPROVER EQUAL SPACES
               MOVE 'DIFFERS - NOT APPROVED' TO WL-RESULT
           ELSE
               PERFORM 2300-RECORD-ADJUSTMENT THRU 2300-EXIT
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           GO TO 2100-EXIT
           .
       2100-REJECT.

           ADD 1 TO WS-REJECT-CNT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * BINARY SEARCH OF THE SUMMARY TABLE FOR WS-SEARCH-DOOR-ID. ON *
      * A HIT THE ENTRY'S SUBSCRIPT IS LEFT IN WS-DOOR-SUB            *
      ****************************************************************
       2200-SEARCH-DOOR.

           SET DOOR-NOT-FOUND TO TRUE
           IF WS-DOOR-CNT EQUAL 0
               GO TO 2200-EXIT
           END-IF
           SEARCH ALL WS-DOOR-ENTRY
               AT END
                   GO TO 2200-EXIT
               WHEN WR-DOOR-ID(WR-IDX) EQUAL WS-SEARCH-DOOR-ID
                   SET DOOR-FOUND TO TRUE
                   SET WS-DOOR-SUB TO WR-IDX
           END-SEARCH
           .
       2200-EXIT.
           EXIT.

      ****************************************************************
      * FILE AN APPROVED CORRECTION FOR THE DOOR. A DOOR ALREADY     *
      * ADJUSTED TONIGHT KEEPS WHICHEVER READING WAS TAKEN LATER     *
      ****************************************************************
       2300-RECORD-ADJUSTMENT.

           IF WR-ADJ-SUB(WS-DOOR-SUB) GREATER 0
               MOVE WR-ADJ-SUB(WS-DOOR-SUB) TO WS-ADJ-SUB
               MOVE WA-ADJ-LINE(WS-ADJ-SUB) TO WS-DIALADJ-LINE
               IF RD-READ-TIME LESS AJ-READ-TIME
                   MOVE 'DIFFERS - LATER READING USED'
                       TO WL-RESULT
                   GO TO 2300-EXIT
               END-IF
           ELSE
               IF WS-ADJ-CNT NOT LESS WS-MAX-DOORS
                   MOVE 'DIFFERS - ADJUSTMENT TABLE FULL'
                       TO WL-RESULT
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-ADJ-CNT
               MOVE WS-ADJ-CNT TO WS-ADJ-SUB
                                  WR-ADJ-SUB(WS-DOOR-SUB)
           END-IF

           MOVE SPACES                    TO WS-DIALADJ-LINE
           MOVE RD-DOOR-ID                TO AJ-DOOR-ID
           MOVE WS-RUN-DATE               TO AJ-RUN-DATE
           MOVE WR-CLOSE-POS(WS-DOOR-SUB) TO AJ-FROM-POS
           MOVE WS-OBSERVED-POS           TO AJ-TO-POS
           MOVE RD-READ-DATE              TO AJ-READ-DATE
           MOVE RD-READ-TIME              TO AJ-READ-TIME
           MOVE RD-INSPECTOR              TO AJ-INSPECTOR
           MOVE RD-APPROVER               TO AJ-APPROVER
           MOVE WS-STAMP                  TO AJ-STAMP
           MOVE WS-DIALADJ-LINE           TO WA-ADJ-LINE(WS-ADJ-SUB)
           MOVE 'DIFFERS - ADJUSTED' TO WL-RESULT
           .
       2300-EXIT.
           EXIT.

      ****************************************************************
      * WRITE TONIGHT'S ADJUSTMENTS FOR THE NEXT RUN AND APPEND EACH *
      * ONE TO THE AUDIT TRAIL                                        *
      ****************************************************************
       3000-WRITE-ADJUSTMENTS.

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY ADJUST-FILE.
           COPY OPENFILE REPLACING OPEN-MODE BY EXTEND
               OPEN-FILE-NAME BY ADJAUDIT-FILE.
           IF ADJAUDIT-FILE-NOT-FOUND
               COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
                   OPEN-FILE-NAME BY ADJAUDIT-FILE.
           END-IF

           MOVE 1 TO WS-ADJ-SUB
           PERFORM UNTIL WS-ADJ-SUB GREATER WS-ADJ-CNT
               WRITE ADJUST-RECORD   FROM WA-ADJ-LINE(WS-ADJ-SUB)
               WRITE ADJAUDIT-RECORD FROM WA-ADJ-LINE(WS-ADJ-SUB)
               ADD 1 TO WS-ADJ-SUB
           END-PERFORM

           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY ADJUST-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY ADJAUDIT-FILE.
           .
       3000-EXIT.
           EXIT.
