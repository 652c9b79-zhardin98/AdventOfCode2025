       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOTLIST-MAINT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * BATCH MAINTENANCE FOR THE PASS HOTLIST MASTER CHECKED BY     *
      * PASS-VERIFY. APPLIES GUEST SERVICES' ADD/REMOVE TRANSACTIONS *
      * FOR LOST, STOLEN, AND REFUNDED PASSES TO THE CURRENT MASTER, *
      * DROPS EVERY ENTRY WHOSE EXPIRY DATE HAS PASSED, WRITES THE   *
      * NEW MASTER GENERATION IN PASS-ID ORDER SO PASS-VERIFY CAN    *
      * BINARY-SEARCH IT, AND PRINTS A BEFORE/AFTER MAINTENANCE      *
      * REPORT WITH ONE LINE PER TRANSACTION AND ONE PER EXPIRED     *
      * ENTRY SHOWING WHAT HAPPENED TO IT.                           *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CURRENT PASS HOTLIST GENERATION
           SELECT OLDHOT-FILE ASSIGN TO 'HOTLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDHOT-STATUS.
      *    ADD/REMOVE TRANSACTIONS FROM GUEST SERVICES
           SELECT TRAN-FILE ASSIGN TO 'HOTTRN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *    NEW PASS HOTLIST GENERATION WRITTEN BY THIS RUN
           SELECT NEWHOT-FILE ASSIGN TO 'HOTLISTN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    BEFORE/AFTER MAINTENANCE REPORT
           SELECT REPORT-FILE ASSIGN TO 'HOTMRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDHOT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OLDHOT-RECORD.
       01  OLDHOT-RECORD                        PIC X(80).

       FD  TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRAN-RECORD.
       01  TRAN-RECORD                          PIC X(80).

       FD  NEWHOT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEWHOT-RECORD.
       01  NEWHOT-RECORD                        PIC X(80).

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

      *    ONE GUEST SERVICES TRANSACTION. AN ADD CARRIES THE REASON
      *    CODE AND, OPTIONALLY, AN EXPIRY DATE; A REMOVE NEEDS ONLY
      *    THE PASS ID
       01  WS-TRAN-LINE.
           05 HT-ACTION                         PIC X(1).
              88 TRAN-ADD                                  VALUE 'A'.
              88 TRAN-REMOVE                               VALUE 'R'.
           05 FILLER                            PIC X(2).
           05 HT-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(3).
           05 HT-REASON                         PIC X(2).
              88 HT-VALID-REASON                VALUE 'LS' 'ST' 'RF'
                                                      'OT'.
           05 FILLER                            PIC X(3).
           05 HT-EXPIRY-DATE                    PIC X(8).
           05 FILLER                            PIC X(3).
           05 HT-DESC                           PIC X(30).
           05 FILLER                            PIC X(18).

      *    IN-CORE COPY OF THE HOTLIST, HELD IN PASS-ID ORDER - ADDS
      *    ARE SLOTTED INTO PLACE AND REMOVES CLOSE THE GAP - THEN
      *    WRITTEN BACK OUT IN FULL
       01  WS-HOT-TBL.
           05 WS-HOT-ENTRY OCCURS 20000 TIMES.
               10 WN-PASS-ID                    PIC X(10).
               10 WN-REASON                     PIC X(2).
               10 WN-EXPIRY-DATE                PIC X(8).
               10 WN-ADD-DATE                   PIC X(8).
               10 WN-DESC                       PIC X(30).
       01  WS-MAX-HOT-PASSES                    PIC 9(5)   VALUE 20000.
       01  WS-HOT-CNT                           PIC 9(5)   VALUE 0.
       01  WS-HOT-SUB                           PIC 9(5)   VALUE 0.
       01  WS-HOT-INS-SUB                       PIC 9(5)   VALUE 0.
       01  WS-HOT-FOUND                         PIC X(1).
           88 HOT-FOUND                                    VALUE 'Y'.
           88 HOT-NOT-FOUND                                VALUE 'N'.
       01  WS-OLDHOT-STATUS                     PIC X(2).
           88 OLDHOT-FILE-NOT-FOUND                        VALUE '35'.
       01  WS-TRAN-STATUS                       PIC X(2).
           88 TRAN-FILE-NOT-FOUND                          VALUE '35'.
      *    SET WHEN THE CURRENT HOTLIST OVERFLOWS THE TABLE - WRITING
      *    A TRUNCATED NEW GENERATION WOULD SILENTLY LET STOLEN PASSES
      *    BACK THROUGH THE TURNSTILES, SO THE RUN STOPS FIRST
       01  WS-HOT-FATAL                         PIC X(1)   VALUE 'N'.
           88 HOT-FATAL                                    VALUE 'Y'.

       01  WS-TRAN-CNT                          PIC 9(5)   VALUE 0.
       01  WS-TRAN-APPLIED                      PIC 9(5)   VALUE 0.
       01  WS-TRAN-REJECTED                     PIC 9(5)   VALUE 0.
       01  WS-EXPIRED-CNT                       PIC 9(5)   VALUE 0.
       01  WS-BEFORE-PASSES                     PIC 9(5)   VALUE 0.

       COPY HOTLREC.

       01  WS-RUN-DATE                          PIC X(8).

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(26)  VALUE
               'PASS HOTLIST MAINTENANCE  '.
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
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WL-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WL-REASON-CD                      PIC X(2).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WL-RESULT                         PIC X(8).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WL-REASON                         PIC X(30).
           05 FILLER                            PIC X(7)   VALUE SPACES.

       01  WS-EXPIRED-HDR                       PIC X(80)  VALUE
           'ENTRIES DROPPED PAST THEIR EXPIRY DATE'.
       01  WS-EXPIRED-NONE-LINE                 PIC X(80)  VALUE
           'NONE - EVERY ENTRY IS STILL IN FORCE'.

       01  WS-EXPIRED-LINE.
           05 WX-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WX-REASON-CD                      PIC X(2).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(8)   VALUE
               'EXPIRED '.
           05 WX-EXPIRY-DATE                    PIC X(8).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WX-DESC                           PIC X(30).
           05 FILLER                            PIC X(13)  VALUE SPACES.

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
           PERFORM 1100-LOAD-OLD-MASTER  THRU 1100-EXIT
           IF HOT-FATAL
               PERFORM 9000-CLOSE-FILE   THRU 9000-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-REPORT-BEFORE    THRU 2000-EXIT
           PERFORM 3000-APPLY-TRAN       THRU 3000-EXIT
               UNTIL EOF
      *    EXPIRY IS JUDGED AFTER TONIGHT'S TRANSACTIONS SO AN ADD
      *    KEYED WITH A DATE ALREADY PAST NEVER REACHES THE MASTER
           PERFORM 3500-DROP-EXPIRED     THRU 3500-EXIT
           PERFORM 4000-REPORT-AFTER     THRU 4000-EXIT
           PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
           PERFORM 9000-CLOSE-FILE       THRU 9000-EXIT
           DISPLAY WS-TRAN-CNT      ' TRANSACTIONS READ'
           DISPLAY WS-TRAN-APPLIED  ' TRANSACTIONS APPLIED'
           DISPLAY WS-TRAN-REJECTED ' TRANSACTIONS REJECTED'
           DISPLAY WS-EXPIRED-CNT   ' ENTRIES EXPIRED'
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * OPEN FILE. A MISSING TRANSACTION FILE IS A NIGHT WITH NO     *
      * PAPERWORK - EXPIRY STILL RUNS AND THE MASTER IS REWRITTEN    *
      ****************************************************************
       1000-OPEN-FILE.

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY NEWHOT-FILE.
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           OPEN INPUT TRAN-FILE
           IF TRAN-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO HOTLIST TRANSACTION FILE - '
                   'EXPIRY ONLY'
           END-IF
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE CURRENT MASTER INTO THE TABLE. A MISSING MASTER IS  *
      * AN EMPTY ONE - THAT IS HOW THE VERY FIRST GENERATION GETS    *
      * BUILT FROM A TRANSACTION FILE OF NOTHING BUT ADDS            *
      ****************************************************************
       1100-LOAD-OLD-MASTER.

           OPEN INPUT OLDHOT-FILE
           IF OLDHOT-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO CURRENT PASS HOTLIST - '
                   'STARTING FROM AN EMPTY ONE'
               GO TO 1100-RESET
           END-IF

           MOVE SPACE TO WS-EOF

           PERFORM UNTIL EOF
               READ OLDHOT-FILE INTO WS-HOTL-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF WS-HOT-CNT NOT LESS WS-MAX-HOT-PASSES
                           DISPLAY 'ERROR: MORE THAN '
                               WS-MAX-HOT-PASSES
                               ' PASSES ON THE HOTLIST FILE - '
                               'RUN STOPPED BEFORE WRITING A '
                               'TRUNCATED NEW GENERATION'
                           SET HOT-FATAL TO TRUE
                           SET EOF TO TRUE
                       ELSE
                           IF HO-PASS-ID NOT EQUAL SPACES
                               PERFORM 1150-INSERT-MASTER-LINE
                                   THRU 1150-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OLDHOT-FILE
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
      * SLOT ONE MASTER LINE INTO THE TABLE IN PASS-ID ORDER. THE    *
      * FILE IS WRITTEN IN ORDER, SO THE SEARCH RUNS FROM THE BOTTOM *
      * AND AN IN-ORDER LINE LANDS AT THE END WITHOUT ANY SHIFTING   *
      ****************************************************************
       1150-INSERT-MASTER-LINE.

           MOVE HO-PASS-ID TO HT-PASS-ID
           PERFORM 3150-FIND-INSERT-SLOT THRU 3150-EXIT
           IF HOT-FOUND
               DISPLAY 'WARNING: PASS ' HO-PASS-ID
                   ' LISTED TWICE ON THE HOTLIST - SECOND LINE DROPPED'
               GO TO 1150-EXIT
           END-IF

           PERFORM 3160-OPEN-SLOT THRU 3160-EXIT
           MOVE HO-PASS-ID     TO WN-PASS-ID(WS-HOT-INS-SUB)
           MOVE HO-REASON      TO WN-REASON(WS-HOT-INS-SUB)
           MOVE HO-EXPIRY-DATE TO WN-EXPIRY-DATE(WS-HOT-INS-SUB)
           MOVE HO-ADD-DATE    TO WN-ADD-DATE(WS-HOT-INS-SUB)
           MOVE HO-DESC        TO WN-DESC(WS-HOT-INS-SUB)
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

           MOVE WS-HOT-CNT TO WS-BEFORE-PASSES
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'PASSES ON HOTLIST BEFORE' TO WC-LABEL
           MOVE WS-BEFORE-PASSES           TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           .
       2000-EXIT.
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
           MOVE SPACES       TO WS-DETAIL-LINE
           MOVE WS-TRAN-CNT  TO WL-TRAN-NUM
           MOVE HT-ACTION    TO WL-ACTION
           MOVE HT-PASS-ID   TO WL-PASS-ID
           MOVE HT-REASON    TO WL-REASON-CD

           IF HT-PASS-ID NOT NUMERIC
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'PASS ID MISSING OR NOT NUMERIC' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3000-WRITE
           END-IF

           PERFORM 3150-FIND-INSERT-SLOT THRU 3150-EXIT

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 3200-APPLY-ADD THRU 3200-EXIT
               WHEN TRAN-REMOVE
                   PERFORM 3300-APPLY-REMOVE THRU 3300-EXIT
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
      * FIND HT-PASS-ID IN THE TABLE. ON A HIT WS-HOT-SUB IS ITS     *
      * ENTRY; ON A MISS WS-HOT-INS-SUB IS WHERE IT BELONGS. THE     *
      * SEARCH RUNS FROM THE BOTTOM UP                                *
      ****************************************************************
       3150-FIND-INSERT-SLOT.

           SET HOT-NOT-FOUND TO TRUE
           MOVE WS-HOT-CNT TO WS-HOT-SUB
           PERFORM UNTIL WS-HOT-SUB EQUAL 0
                   OR WN-PASS-ID(WS-HOT-SUB) NOT GREATER HT-PASS-ID
               SUBTRACT 1 FROM WS-HOT-SUB
           END-PERFORM

           IF WS-HOT-SUB GREATER 0
                   AND WN-PASS-ID(WS-HOT-SUB) EQUAL HT-PASS-ID
               SET HOT-FOUND TO TRUE
           END-IF
           COMPUTE WS-HOT-INS-SUB = WS-HOT-SUB + 1
           .
       3150-EXIT.
           EXIT.

      ****************************************************************
      * OPEN AN EMPTY ENTRY AT WS-HOT-INS-SUB BY SHIFTING EVERYTHING *
      * BELOW IT DOWN ONE. CALLER HAS ALREADY CHECKED FOR ROOM        *
      ****************************************************************
       3160-OPEN-SLOT.

           ADD 1 TO WS-HOT-CNT
           MOVE WS-HOT-CNT TO WS-HOT-SUB
           PERFORM UNTIL WS-HOT-SUB EQUAL WS-HOT-INS-SUB
               MOVE WS-HOT-ENTRY(WS-HOT-SUB - 1)
                   TO WS-HOT-ENTRY(WS-HOT-SUB)
               SUBTRACT 1 FROM WS-HOT-SUB
           END-PERFORM
           .
       3160-EXIT.
           EXIT.

      ****************************************************************
      * ADD A PASS TO THE HOTLIST. IT NEEDS A KNOWN REASON CODE AND, *
      * WHEN IT CARRIES ONE, AN EXPIRY DATE NOT ALREADY BEHIND US. A *
      * PASS ALREADY LISTED IS REJECTED - GUEST SERVICES REMOVES AND *
      * RE-ADDS TO CHANGE AN ENTRY, SO THE REPORT SHOWS BOTH HALVES  *
      ****************************************************************
       3200-APPLY-ADD.

           IF NOT HT-VALID-REASON
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'REASON CODE NOT LS/ST/RF/OT' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3200-EXIT
           END-IF

           IF HT-EXPIRY-DATE NOT EQUAL SPACES
               IF HT-EXPIRY-DATE NOT NUMERIC
                   MOVE 'REJECTED' TO WL-RESULT
                   MOVE 'EXPIRY DATE NOT CCYYMMDD' TO WL-REASON
                   ADD 1 TO WS-TRAN-REJECTED
                   GO TO 3200-EXIT
               END-IF
               IF HT-EXPIRY-DATE LESS WS-RUN-DATE
                   MOVE 'REJECTED' TO WL-RESULT
                   MOVE 'EXPIRY DATE ALREADY PAST' TO WL-REASON
                   ADD 1 TO WS-TRAN-REJECTED
                   GO TO 3200-EXIT
               END-IF
           END-IF

           IF HOT-FOUND
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'PASS ALREADY ON HOTLIST' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3200-EXIT
           END-IF

           IF WS-HOT-CNT NOT LESS WS-MAX-HOT-PASSES
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'HOTLIST TABLE FULL' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3200-EXIT
           END-IF

           PERFORM 3160-OPEN-SLOT THRU 3160-EXIT
           MOVE HT-PASS-ID     TO WN-PASS-ID(WS-HOT-INS-SUB)
           MOVE HT-REASON      TO WN-REASON(WS-HOT-INS-SUB)
           MOVE HT-EXPIRY-DATE TO WN-EXPIRY-DATE(WS-HOT-INS-SUB)
           MOVE WS-RUN-DATE    TO WN-ADD-DATE(WS-HOT-INS-SUB)
           MOVE HT-DESC        TO WN-DESC(WS-HOT-INS-SUB)
           MOVE 'ADDED'        TO WL-RESULT
           ADD 1 TO WS-TRAN-APPLIED
           .
       3200-EXIT.
           EXIT.

      ****************************************************************
      * REMOVE A PASS FROM THE HOTLIST - A RECOVERED PASS, OR ONE    *
      * LISTED IN ERROR. THE GAP IS CLOSED SO THE TABLE STAYS IN     *
      * PASS-ID ORDER                                                 *
      ****************************************************************
       3300-APPLY-REMOVE.

           IF HOT-NOT-FOUND
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'PASS NOT ON HOTLIST' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3300-EXIT
           END-IF

           MOVE WN-REASON(WS-HOT-SUB) TO WL-REASON-CD
           PERFORM 3350-CLOSE-SLOT THRU 3350-EXIT
           MOVE 'REMOVED' TO WL-RESULT
           ADD 1 TO WS-TRAN-APPLIED
           .
       3300-EXIT.
           EXIT.

      ****************************************************************
      * CLOSE THE ENTRY AT WS-HOT-SUB BY SHIFTING EVERYTHING BELOW   *
      * IT UP ONE                                                     *
      ****************************************************************
       3350-CLOSE-SLOT.

           PERFORM UNTIL WS-HOT-SUB NOT LESS WS-HOT-CNT
               MOVE WS-HOT-ENTRY(WS-HOT-SUB + 1)
                   TO WS-HOT-ENTRY(WS-HOT-SUB)
               ADD 1 TO WS-HOT-SUB
           END-PERFORM
           SUBTRACT 1 FROM WS-HOT-CNT
           .
       3350-EXIT.
           EXIT.

      ****************************************************************
      * DROP EVERY ENTRY WHOSE EXPIRY DATE IS BEHIND TONIGHT AND     *
      * LIST IT, SO GUEST SERVICES SEES WHICH PASSES ARE NO LONGER   *
      * BEING STOPPED AT THE TURNSTILES                               *
      ****************************************************************
       3500-DROP-EXPIRED.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-EXPIRED-HDR

           MOVE 1 TO WS-HOT-SUB
           PERFORM UNTIL WS-HOT-SUB GREATER WS-HOT-CNT
               IF WN-EXPIRY-DATE(WS-HOT-SUB) NUMERIC
                       AND WN-EXPIRY-DATE(WS-HOT-SUB)
                           LESS WS-RUN-DATE
                   MOVE WN-PASS-ID(WS-HOT-SUB)     TO WX-PASS-ID
                   MOVE WN-REASON(WS-HOT-SUB)      TO WX-REASON-CD
                   MOVE WN-EXPIRY-DATE(WS-HOT-SUB) TO WX-EXPIRY-DATE
                   MOVE WN-DESC(WS-HOT-SUB)        TO WX-DESC
                   WRITE REPORT-RECORD FROM WS-EXPIRED-LINE
                   ADD 1 TO WS-EXPIRED-CNT
                   MOVE WS-HOT-SUB TO WS-HOT-INS-SUB
                   PERFORM 3350-CLOSE-SLOT THRU 3350-EXIT
                   MOVE WS-HOT-INS-SUB TO WS-HOT-SUB
               ELSE
                   ADD 1 TO WS-HOT-SUB
               END-IF
           END-PERFORM

           IF WS-EXPIRED-CNT EQUAL 0
               WRITE REPORT-RECORD FROM WS-EXPIRED-NONE-LINE
           END-IF
           .
       3500-EXIT.
           EXIT.

      ****************************************************************
      * REPORT THE STATE OF THE MASTER AFTER ALL TRANSACTIONS RAN     *
      ****************************************************************
       4000-REPORT-AFTER.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'PASSES ON HOTLIST AFTER' TO WC-LABEL
           MOVE WS-HOT-CNT                TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'TRANSACTIONS APPLIED'   TO WC-LABEL
           MOVE WS-TRAN-APPLIED          TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'TRANSACTIONS REJECTED'  TO WC-LABEL
           MOVE WS-TRAN-REJECTED         TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'ENTRIES EXPIRED'        TO WC-LABEL
           MOVE WS-EXPIRED-CNT           TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           .
       4000-EXIT.
           EXIT.

      ****************************************************************
      * WRITE THE NEW MASTER GENERATION FROM THE TABLE, IN PASS-ID   *
      * ORDER                                                         *
      ****************************************************************
       5000-WRITE-NEW-MASTER.

           MOVE 1 TO WS-HOT-SUB
           PERFORM UNTIL WS-HOT-SUB GREATER WS-HOT-CNT
               MOVE SPACES                      TO WS-HOTL-LINE
               MOVE WN-PASS-ID(WS-HOT-SUB)      TO HO-PASS-ID
               MOVE WN-REASON(WS-HOT-SUB)       TO HO-REASON
               MOVE WN-EXPIRY-DATE(WS-HOT-SUB)  TO HO-EXPIRY-DATE
               MOVE WN-ADD-DATE(WS-HOT-SUB)     TO HO-ADD-DATE
               MOVE WN-DESC(WS-HOT-SUB)         TO HO-DESC
               WRITE NEWHOT-RECORD FROM WS-HOTL-LINE
               ADD 1 TO WS-HOT-SUB
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
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY NEWHOT-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           .
       9000-EXIT.
           EXIT.
