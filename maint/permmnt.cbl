       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMIT-MAINT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * BATCH MAINTENANCE FOR THE AFTER-HOURS ACCESS PERMIT FILE     *
      * CHECKED BY SECRET-ENTRANCE AND DOOR-PROFILE. APPLIES         *
      * FACILITIES' ADD/CANCEL TRANSACTIONS FOR CLEANING CREWS AND   *
      * CONTRACTORS APPROVED TO WORK A DOOR OUTSIDE ITS PERMITTED    *
      * HOURS, DROPS EVERY PERMIT MORE THAN PERMIT-KEEP-DAYS NIGHTS  *
      * PAST ITS OWN NIGHT, WRITES THE NEW PERMIT GENERATION IN      *
      * PERMIT-ID ORDER, AND PRINTS A BEFORE/AFTER MAINTENANCE       *
      * REPORT WITH ONE LINE PER TRANSACTION AND ONE PER EXPIRED     *
      * PERMIT SHOWING WHAT HAPPENED TO IT.                          *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CURRENT PERMIT GENERATION
           COPY PERMSL.
      *    ADD/CANCEL TRANSACTIONS FROM FACILITIES
           SELECT TRAN-FILE ASSIGN TO 'PERMTRN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *    DOOR MASTER - A PERMIT MUST NAME A DOOR ON IT
           SELECT DOORMST-FILE ASSIGN TO 'DOORMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOORMST-STATUS.
      *    NEW PERMIT GENERATION WRITTEN BY THIS RUN
           SELECT NEWPERM-FILE ASSIGN TO 'PERMITN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    BEFORE/AFTER MAINTENANCE REPORT
           SELECT REPORT-FILE ASSIGN TO 'PERMMRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    RUNTIME PARAMETER CONTROL CARDS
           COPY PARMSL.

       DATA DIVISION.
       FILE SECTION.
       COPY PERMFD.

       FD  TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRAN-RECORD.
       01  TRAN-RECORD                          PIC X(80).

       FD  DOORMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORMST-RECORD.
       01  DOORMST-RECORD                       PIC X(120).

       FD  NEWPERM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEWPERM-RECORD.
       01  NEWPERM-RECORD                       PIC X(80).

       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                        PIC X(80).

       COPY PARMFD.

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.

           COPY EOFSW.

      *    ONE FACILITIES TRANSACTION. AN ADD CARRIES THE WHOLE
      *    PERMIT - DOOR, NIGHT, WINDOW, HOLDER, AND APPROVER; A
      *    CANCEL NEEDS ONLY THE PERMIT ID
       01  WS-TRAN-LINE.
           05 PT-ACTION                         PIC X(1).
              88 TRAN-ADD                                  VALUE 'A'.
              88 TRAN-CANCEL                               VALUE 'C'.
           05 FILLER                            PIC X(1).
           05 PT-PERMIT-ID                      PIC X(6).
           05 FILLER                            PIC X(1).
           05 PT-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(1).
           05 PT-PERMIT-DATE                    PIC X(8).
           05 FILLER                            PIC X(1).
           05 PT-START-TIME                     PIC X(4).
           05 FILLER                            PIC X(1).
           05 PT-END-TIME                       PIC X(4).
           05 FILLER                            PIC X(1).
           05 PT-HOLDER                         PIC X(20).
           05 FILLER                            PIC X(1).
           05 PT-APPROVER                       PIC X(8).
           05 FILLER                            PIC X(19).

      *    IN-CORE COPY OF THE PERMIT FILE, HELD IN PERMIT-ID ORDER -
      *    ADDS ARE SLOTTED INTO PLACE AND CANCELS MARKED IN PLACE -
      *    THEN WRITTEN BACK OUT IN FULL
       01  WS-PMT-TBL.
           05 WS-PMT-ENTRY OCCURS 5000 TIMES.
               10 WN-PERMIT-ID                  PIC X(6).
               10 WN-DOOR-ID                    PIC X(3).
               10 WN-PERMIT-DATE                PIC X(8).
               10 WN-START-TIME                 PIC X(4).
               10 WN-END-TIME                   PIC X(4).
               10 WN-HOLDER                     PIC X(20).
               10 WN-APPROVER                   PIC X(8).
               10 WN-STATUS                     PIC X(1).
               10 WN-STATUS-DATE                PIC X(8).
       01  WS-MAX-PERMITS                       PIC 9(5)   VALUE 5000.
       01  WS-PMT-CNT                           PIC 9(5)   VALUE 0.
       01  WS-PMT-SUB                           PIC 9(5)   VALUE 0.
       01  WS-PMT-INS-SUB                       PIC 9(5)   VALUE 0.
       01  WS-PMT-FOUND                         PIC X(1).
           88 PMT-FOUND                                    VALUE 'Y'.
           88 PMT-NOT-FOUND                                VALUE 'N'.
       01  WS-TRAN-STATUS                       PIC X(2).
           88 TRAN-FILE-NOT-FOUND                          VALUE '35'.
      *    SET WHEN THE CURRENT PERMIT FILE OVERFLOWS THE TABLE OR THE
      *    DOOR MASTER IS MISSING - A TRUNCATED NEW GENERATION WOULD
      *    SILENTLY TURN APPROVED WORK BACK INTO SECURITY ALERTS
       01  WS-PMT-FATAL                         PIC X(1)   VALUE 'N'.
           88 PMT-FATAL                                    VALUE 'Y'.

      *    DOOR IDS ON THE DOOR MASTER, FOR THE ADD EDIT
       01  WS-DOORMST-STATUS                    PIC X(2).
           88 DOORMST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-MST-EOF                           PIC X(1).
           88 MST-EOF                                      VALUE 'Y'.
       01  WS-DOOR-CNT                          PIC 9(5)   VALUE 0.
       01  WS-DOOR-TBL.
           05 WS-DOOR-ID OCCURS 5000 TIMES      PIC X(3).
       01  WS-MAX-DOORS                         PIC 9(5)   VALUE 5000.
       01  WS-DOOR-SUB                          PIC 9(5)   VALUE 0.
       01  WS-DOOR-FOUND                        PIC X(1).
           88 DOOR-FOUND                                   VALUE 'Y'.
           88 DOOR-NOT-FOUND                               VALUE 'N'.

       COPY DOORMREC.

      *    TRANSACTION DATE AND TIME EDIT WORK AREAS
       01  WS-CHECK-DATE                        PIC X(8).
       01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
                                                PIC 9(8).
       01  WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-CCYY                     PIC 9(4).
           05 WS-CHECK-MM                       PIC 9(2).
           05 WS-CHECK-DD                       PIC 9(2).
       01  WS-CHECK-BACK                        PIC 9(8)   VALUE 0.
       01  WS-CHECK-TIME                        PIC X(4).
       01  WS-CHECK-TIME-SPLIT REDEFINES WS-CHECK-TIME.
           05 WS-CHECK-HH                       PIC 9(2).
           05 WS-CHECK-MI                       PIC 9(2).
       01  WS-CHECK-OK                          PIC X(1).
           88 CHECK-OK                                     VALUE 'Y'.
           88 CHECK-BAD                                    VALUE 'N'.

      *    A PERMIT WHOSE NIGHT IS BEFORE THE CUTOFF HAS EXPIRED
       01  WS-RUN-DATE                          PIC X(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE  PIC 9(8).
       01  WS-KEEP-DAYS                         PIC 9(3)   VALUE 0.
       01  WS-CUTOFF-INT                        PIC 9(8)   VALUE 0.
       01  WS-CUTOFF-DATE                       PIC 9(8)   VALUE 0.

       01  WS-TRAN-CNT                          PIC 9(5)   VALUE 0.
       01  WS-TRAN-APPLIED                      PIC 9(5)   VALUE 0.
       01  WS-TRAN-REJECTED                     PIC 9(5)   VALUE 0.
       01  WS-EXPIRED-CNT                       PIC 9(5)   VALUE 0.
       01  WS-BEFORE-PERMITS                    PIC 9(5)   VALUE 0.
       01  WS-TONIGHT-CNT                       PIC 9(5)   VALUE 0.

       COPY PERMREC.
       COPY PERMWS.

       COPY PARMWS.

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(32)  VALUE
               'AFTER-HOURS PERMIT MAINTENANCE  '.
           05 FILLER                            PIC X(10)  VALUE
               'RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(30)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05 WC-LABEL                          PIC X(34).
           05 WC-COUNT                          PIC Z(4)9.
           05 FILLER                            PIC X(41)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WL-TRAN-NUM                       PIC Z(4)9.
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-ACTION                         PIC X(1).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-PERMIT-ID                      PIC X(6).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-PERMIT-DATE                    PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-RESULT                         PIC X(9).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-REASON                         PIC X(30).
           05 FILLER                            PIC X(6)   VALUE SPACES.

       01  WS-EXPIRED-HDR                       PIC X(80)  VALUE
           'PERMITS DROPPED PAST THEIR KEEP PERIOD'.
       01  WS-EXPIRED-NONE-LINE                 PIC X(80)  VALUE
           'NONE - EVERY PERMIT IS STILL INSIDE ITS KEEP PERIOD'.

       01  WS-EXPIRED-LINE.
           05 WX-PERMIT-ID                      PIC X(6).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WX-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WX-PERMIT-DATE                    PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WX-STATUS                         PIC X(9).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WX-HOLDER                         PIC X(20).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WX-APPROVER                       PIC X(8).
           05 FILLER                            PIC X(16)  VALUE SPACES.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 7000-LOAD-PARAMETERS  THRU 7000-EXIT
           PERFORM 7100-ECHO-PARAMETERS  THRU 7100-EXIT
           MOVE WS-PARM-PERMIT-KEEP-DAYS TO WS-KEEP-DAYS
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - WS-KEEP-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)

           PERFORM 1000-OPEN-FILE        THRU 1000-EXIT
           PERFORM 1050-LOAD-DOOR-IDS    THRU 1050-EXIT
           IF NOT PMT-FATAL
               PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT
           END-IF
           IF PMT-FATAL
               PERFORM 9000-CLOSE-FILE   THRU 9000-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-REPORT-BEFORE    THRU 2000-EXIT
           PERFORM 3000-APPLY-TRAN       THRU 3000-EXIT
               UNTIL EOF
      *    EXPIRY IS JUDGED AFTER TONIGHT'S TRANSACTIONS SO AN ADD
      *    FOR A NIGHT ALREADY PAST THE KEEP PERIOD NEVER LANDS
           PERFORM 3500-DROP-EXPIRED     THRU 3500-EXIT
           PERFORM 4000-REPORT-AFTER     THRU 4000-EXIT
           PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
           PERFORM 9000-CLOSE-FILE       THRU 9000-EXIT
           DISPLAY WS-TRAN-CNT      ' TRANSACTIONS READ'
           DISPLAY WS-TRAN-APPLIED  ' TRANSACTIONS APPLIED'
           DISPLAY WS-TRAN-REJECTED ' TRANSACTIONS REJECTED'
           DISPLAY WS-EXPIRED-CNT   ' PERMITS EXPIRED'
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * OPEN FILE. A MISSING TRANSACTION FILE IS A DAY WITH NO       *
      * PAPERWORK - EXPIRY STILL RUNS AND THE FILE IS REWRITTEN      *
      ****************************************************************
       1000-OPEN-FILE.

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY NEWPERM-FILE.
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           OPEN INPUT TRAN-FILE
           IF TRAN-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO PERMIT TRANSACTION FILE - '
                   'EXPIRY ONLY'
           END-IF
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * LOAD EVERY DOOR ID ON THE DOOR MASTER. A MISSING MASTER IS   *
      * FATAL - A PERMIT FOR A DOOR THAT DOES NOT EXIST WOULD NEVER  *
      * COVER ANYTHING AND WOULD HIDE A KEYING ERROR                 *
      ****************************************************************
       1050-LOAD-DOOR-IDS.

           OPEN INPUT DOORMST-FILE
           IF DOORMST-FILE-NOT-FOUND
               DISPLAY 'ERROR: DOOR MASTER FILE NOT FOUND - '
                   'PERMIT DOORS CANNOT BE VALIDATED, RUN STOPPED'
               SET PMT-FATAL TO TRUE
               GO TO 1050-EXIT
           END-IF

           MOVE SPACE TO WS-MST-EOF
           PERFORM UNTIL MST-EOF
               READ DOORMST-FILE INTO WS-DOORM-LINE
                   AT END
                       SET MST-EOF TO TRUE
                   NOT AT END
                       IF WS-DOOR-CNT NOT LESS WS-MAX-DOORS
                           DISPLAY 'ERROR: MORE THAN ' WS-MAX-DOORS
                               ' DOORS ON THE DOOR MASTER FILE'
                           SET PMT-FATAL TO TRUE
                           SET MST-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DOOR-CNT
                           MOVE DM-DOOR-ID TO WS-DOOR-ID(WS-DOOR-CNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOORMST-FILE
           .
       1050-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE CURRENT PERMIT FILE INTO THE TABLE. A MISSING FILE  *
      * IS AN EMPTY ONE - THAT IS HOW THE VERY FIRST GENERATION GETS *
      * BUILT FROM A TRANSACTION FILE OF NOTHING BUT ADDS            *
      ****************************************************************
       1100-LOAD-OLD-MASTER.

           OPEN INPUT PERMIT-FILE
           IF PERM-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO CURRENT PERMIT FILE - '
                   'STARTING FROM AN EMPTY ONE'
               GO TO 1100-RESET
           END-IF

           MOVE SPACE TO WS-PERM-EOF
           PERFORM UNTIL PERM-EOF
               READ PERMIT-FILE INTO WS-PERM-LINE
                   AT END
                       SET PERM-EOF TO TRUE
                   NOT AT END
                       IF WS-PMT-CNT NOT LESS WS-MAX-PERMITS
                           DISPLAY 'ERROR: MORE THAN '
                               WS-MAX-PERMITS
                               ' PERMITS ON THE PERMIT FILE - '
                               'RUN STOPPED BEFORE WRITING A '
                               'TRUNCATED NEW GENERATION'
                           SET PMT-FATAL TO TRUE
                           SET PERM-EOF TO TRUE
                       ELSE
                           IF PM-PERMIT-ID NOT EQUAL SPACES
                               PERFORM 1150-INSERT-MASTER-LINE
                                   THRU 1150-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERMIT-FILE
           .
       1100-RESET.

      *    THE EOF SWITCH GOVERNS THE TRANSACTION FILE - ALREADY AT
      *    END WHEN THERE IS NO TRANSACTION FILE TO READ
           MOVE SPACE TO WS-EOF
           IF TRAN-FILE-NOT-FOUND
               SET EOF TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE PERMIT LINE INTO THE TABLE IN PERMIT-ID ORDER. THE  *
      * FILE IS WRITTEN IN ORDER, SO THE SEARCH RUNS FROM THE BOTTOM *
      * AND AN IN-ORDER LINE LANDS AT THE END WITHOUT ANY SHIFTING   *
      ****************************************************************
       1150-INSERT-MASTER-LINE.

           MOVE PM-PERMIT-ID TO PT-PERMIT-ID
           PERFORM 3150-FIND-INSERT-SLOT THRU 3150-EXIT
           IF PMT-FOUND
               DISPLAY 'WARNING: PERMIT ' PM-PERMIT-ID
                   ' ON FILE TWICE - SECOND LINE DROPPED'
               GO TO 1150-EXIT
           END-IF

           PERFORM 3160-OPEN-SLOT THRU 3160-EXIT
           MOVE PM-PERMIT-ID   TO WN-PERMIT-ID(WS-PMT-INS-SUB)
           MOVE PM-DOOR-ID     TO WN-DOOR-ID(WS-PMT-INS-SUB)
           MOVE PM-PERMIT-DATE TO WN-PERMIT-DATE(WS-PMT-INS-SUB)
           MOVE PM-START-TIME  TO WN-START-TIME(WS-PMT-INS-SUB)
           MOVE PM-END-TIME    TO WN-END-TIME(WS-PMT-INS-SUB)
           MOVE PM-HOLDER      TO WN-HOLDER(WS-PMT-INS-SUB)
           MOVE PM-APPROVER    TO WN-APPROVER(WS-PMT-INS-SUB)
           MOVE PM-STATUS      TO WN-STATUS(WS-PMT-INS-SUB)
           MOVE PM-STATUS-DATE TO WN-STATUS-DATE(WS-PMT-INS-SUB)
           .
       1150-EXIT.
           EXIT.

      ****************************************************************
      * REPORT THE STATE OF THE FILE BEFORE ANY TRANSACTION RUNS      *
      ****************************************************************
       2000-REPORT-BEFORE.

           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           MOVE WS-PMT-CNT TO WS-BEFORE-PERMITS
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'PERMITS ON FILE BEFORE' TO WC-LABEL
           MOVE WS-BEFORE-PERMITS        TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * READ, JUDGE, AND APPLY ONE OF TODAY'S TRANSACTIONS            *
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
           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE WS-TRAN-CNT    TO WL-TRAN-NUM
           MOVE PT-ACTION      TO WL-ACTION
           MOVE PT-PERMIT-ID   TO WL-PERMIT-ID
           MOVE PT-DOOR-ID     TO WL-DOOR-ID
           MOVE PT-PERMIT-DATE TO WL-PERMIT-DATE

           IF PT-PERMIT-ID EQUAL SPACES
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'PERMIT ID MISSING' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3000-WRITE
           END-IF

           PERFORM 3150-FIND-INSERT-SLOT THRU 3150-EXIT

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 3200-APPLY-ADD THRU 3200-EXIT
               WHEN TRAN-CANCEL
                   PERFORM 3300-APPLY-CANCEL THRU 3300-EXIT
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
      * FIND PT-PERMIT-ID IN THE TABLE. ON A HIT WS-PMT-SUB IS ITS   *
      * ENTRY; ON A MISS WS-PMT-INS-SUB IS WHERE IT BELONGS. THE     *
      * SEARCH RUNS FROM THE BOTTOM UP                                *
      ****************************************************************
       3150-FIND-INSERT-SLOT.

           SET PMT-NOT-FOUND TO TRUE
           MOVE WS-PMT-CNT TO WS-PMT-SUB
           PERFORM UNTIL WS-PMT-SUB EQUAL 0
                   OR WN-PERMIT-ID(WS-PMT-SUB) NOT GREATER PT-PERMIT-ID
               SUBTRACT 1 FROM WS-PMT-SUB
           END-PERFORM

           IF WS-PMT-SUB GREATER 0
                   AND WN-PERMIT-ID(WS-PMT-SUB) EQUAL PT-PERMIT-ID
               SET PMT-FOUND TO TRUE
           END-IF
           COMPUTE WS-PMT-INS-SUB = WS-PMT-SUB + 1
           .
       3150-EXIT.
           EXIT.

      ****************************************************************
      * OPEN AN EMPTY ENTRY AT WS-PMT-INS-SUB BY SHIFTING EVERYTHING *
      * BELOW IT DOWN ONE. CALLER HAS ALREADY CHECKED FOR ROOM        *
      ****************************************************************
       3160-OPEN-SLOT.

           ADD 1 TO WS-PMT-CNT
           MOVE WS-PMT-CNT TO WS-PMT-SUB
           PERFORM UNTIL WS-PMT-SUB EQUAL WS-PMT-INS-SUB
               MOVE WS-PMT-ENTRY(WS-PMT-SUB - 1)
                   TO WS-PMT-ENTRY(WS-PMT-SUB)
               SUBTRACT 1 FROM WS-PMT-SUB
           END-PERFORM
           .
       3160-EXIT.
           EXIT.

      ****************************************************************
      * ADD A PERMIT. IT MUST NAME A DOOR ON THE MASTER, A REAL      *
      * NIGHT NOT ALREADY BEHIND US, A START AND END THAT ARE REAL   *
      * HHMM TIMES, THE CREW OR CONTRACTOR, AND WHO APPROVED IT. A   *
      * PERMIT ID ALREADY ON FILE IS REJECTED - FACILITIES CANCELS   *
      * AND ADDS UNDER A NEW ID TO CHANGE A PERMIT                   *
      ****************************************************************
       3200-APPLY-ADD.

           MOVE 'REJECTED' TO WL-RESULT
           ADD 1 TO WS-TRAN-REJECTED

           IF PMT-FOUND
               MOVE 'PERMIT ID ALREADY ON FILE' TO WL-REASON
               GO TO 3200-EXIT
           END-IF

           PERFORM 3210-FIND-DOOR THRU 3210-EXIT
           IF DOOR-NOT-FOUND
               MOVE 'DOOR NOT ON DOOR MASTER' TO WL-REASON
               GO TO 3200-EXIT
           END-IF

           MOVE PT-PERMIT-DATE TO WS-CHECK-DATE
           PERFORM 3220-CHECK-DATE THRU 3220-EXIT
           IF CHECK-BAD
               MOVE 'PERMIT DATE NOT CCYYMMDD' TO WL-REASON
               GO TO 3200-EXIT
           END-IF
           IF PT-PERMIT-DATE LESS WS-RUN-DATE
               MOVE 'PERMIT DATE ALREADY PAST' TO WL-REASON
               GO TO 3200-EXIT
           END-IF

           MOVE PT-START-TIME TO WS-CHECK-TIME
           PERFORM 3230-CHECK-TIME THRU 3230-EXIT
           IF CHECK-BAD
               MOVE 'START TIME NOT HHMM' TO WL-REASON
               GO TO 3200-EXIT
           END-IF
           MOVE PT-END-TIME TO WS-CHECK-TIME
           PERFORM 3230-CHECK-TIME THRU 3230-EXIT
           IF CHECK-BAD
               MOVE 'END TIME NOT HHMM' TO WL-REASON
               GO TO 3200-EXIT
           END-IF

           IF PT-HOLDER EQUAL SPACES
               MOVE 'CREW OR CONTRACTOR MISSING' TO WL-REASON
               GO TO 3200-EXIT
           END-IF
           IF PT-APPROVER EQUAL SPACES
               MOVE 'APPROVER MISSING' TO WL-REASON
               GO TO 3200-EXIT
           END-IF

           IF WS-PMT-CNT NOT LESS WS-MAX-PERMITS
               MOVE 'PERMIT TABLE FULL' TO WL-REASON
               GO TO 3200-EXIT
           END-IF

           PERFORM 3160-OPEN-SLOT THRU 3160-EXIT
           MOVE PT-PERMIT-ID   TO WN-PERMIT-ID(WS-PMT-INS-SUB)
           MOVE PT-DOOR-ID     TO WN-DOOR-ID(WS-PMT-INS-SUB)
           MOVE PT-PERMIT-DATE TO WN-PERMIT-DATE(WS-PMT-INS-SUB)
           MOVE PT-START-TIME  TO WN-START-TIME(WS-PMT-INS-SUB)
           MOVE PT-END-TIME    TO WN-END-TIME(WS-PMT-INS-SUB)
           MOVE PT-HOLDER      TO WN-HOLDER(WS-PMT-INS-SUB)
           MOVE PT-APPROVER    TO WN-APPROVER(WS-PMT-INS-SUB)
           MOVE 'A'            TO WN-STATUS(WS-PMT-INS-SUB)
           MOVE WS-RUN-DATE    TO WN-STATUS-DATE(WS-PMT-INS-SUB)
           MOVE 'ADDED'        TO WL-RESULT
           SUBTRACT 1 FROM WS-TRAN-REJECTED
           ADD 1 TO WS-TRAN-APPLIED
           .
       3200-EXIT.
           EXIT.

      ****************************************************************
      * LOOK PT-DOOR-ID UP AMONG THE DOOR MASTER'S DOOR IDS           *
      ****************************************************************
       3210-FIND-DOOR.

           SET DOOR-NOT-FOUND TO TRUE
           MOVE 1 TO WS-DOOR-SUB
           PERFORM UNTIL WS-DOOR-SUB GREATER WS-DOOR-CNT
                   OR DOOR-FOUND
               IF WS-DOOR-ID(WS-DOOR-SUB) EQUAL PT-DOOR-ID
                   SET DOOR-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DOOR-SUB
               END-IF
           END-PERFORM
           .
       3210-EXIT.
           EXIT.

      ****************************************************************
      * WS-CHECK-DATE MUST BE A REAL CALENDAR DATE - A DAY PAST THE  *
      * END OF ITS MONTH DOES NOT COME BACK THE SAME FROM THE        *
      * DAY-NUMBER ROUND TRIP                                         *
      ****************************************************************
       3220-CHECK-DATE.

           SET CHECK-BAD TO TRUE
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO 3220-EXIT
           END-IF
           IF WS-CHECK-MM LESS 1 OR WS-CHECK-MM GREATER 12
                   OR WS-CHECK-DD LESS 1 OR WS-CHECK-DD GREATER 31
                   OR WS-CHECK-CCYY LESS 1601
               GO TO 3220-EXIT
           END-IF
           COMPUTE WS-CHECK-BACK = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-N))
           IF WS-CHECK-BACK EQUAL WS-CHECK-DATE-N
               SET CHECK-OK TO TRUE
           END-IF
           .
       3220-EXIT.
           EXIT.

      ****************************************************************
      * WS-CHECK-TIME MUST BE A REAL HHMM TIME OF DAY                 *
      ****************************************************************
       3230-CHECK-TIME.

           SET CHECK-BAD TO TRUE
           IF WS-CHECK-TIME NOT NUMERIC
               GO TO 3230-EXIT
           END-IF
           IF WS-CHECK-HH GREATER 23 OR WS-CHECK-MI GREATER 59
               GO TO 3230-EXIT
           END-IF
           SET CHECK-OK TO TRUE
           .
       3230-EXIT.
           EXIT.

      ****************************************************************
      * CANCEL A PERMIT - WORK CALLED OFF, OR KEYED IN ERROR. THE    *
      * PERMIT STAYS ON FILE MARKED CANCELLED UNTIL IT EXPIRES, SO   *
      * THE MAINTENANCE REPORTS SHOW IT WAS ONCE APPROVED, BUT IT NO *
      * LONGER COVERS ANY ROTATION                                   *
      ****************************************************************
       3300-APPLY-CANCEL.

           IF PMT-NOT-FOUND
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'PERMIT NOT ON FILE' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3300-EXIT
           END-IF

           MOVE WN-DOOR-ID(WS-PMT-SUB)     TO WL-DOOR-ID
           MOVE WN-PERMIT-DATE(WS-PMT-SUB) TO WL-PERMIT-DATE
           IF WN-STATUS(WS-PMT-SUB) EQUAL 'C'
               MOVE 'REJECTED' TO WL-RESULT
               MOVE 'PERMIT ALREADY CANCELLED' TO WL-REASON
               ADD 1 TO WS-TRAN-REJECTED
               GO TO 3300-EXIT
           END-IF

           MOVE 'C'         TO WN-STATUS(WS-PMT-SUB)
           MOVE WS-RUN-DATE TO WN-STATUS-DATE(WS-PMT-SUB)
           MOVE 'CANCELLED' TO WL-RESULT
           ADD 1 TO WS-TRAN-APPLIED
           .
       3300-EXIT.
           EXIT.

      ****************************************************************
      * CLOSE THE ENTRY AT WS-PMT-SUB BY SHIFTING EVERYTHING BELOW   *
      * IT UP ONE                                                     *
      ****************************************************************
       3350-CLOSE-SLOT.

           PERFORM UNTIL WS-PMT-SUB NOT LESS WS-PMT-CNT
               MOVE WS-PMT-ENTRY(WS-PMT-SUB + 1)
                   TO WS-PMT-ENTRY(WS-PMT-SUB)
               ADD 1 TO WS-PMT-SUB
           END-PERFORM
           SUBTRACT 1 FROM WS-PMT-CNT
           .
       3350-EXIT.
           EXIT.

      ****************************************************************
      * DROP EVERY PERMIT WHOSE NIGHT IS MORE THAN PERMIT-KEEP-DAYS  *
      * BEHIND TODAY, ACTIVE OR CANCELLED, AND LIST IT. KEEPING THEM *
      * A WHILE LETS A RERUN OR CATCH-UP OF A RECENT NIGHT STILL     *
      * FIND THE PERMITS THAT WERE IN FORCE ON IT                     *
      ****************************************************************
       3500-DROP-EXPIRED.

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-EXPIRED-HDR

           MOVE 1 TO WS-PMT-SUB
           PERFORM UNTIL WS-PMT-SUB GREATER WS-PMT-CNT
               IF WN-PERMIT-DATE(WS-PMT-SUB) NUMERIC
                       AND WN-PERMIT-DATE(WS-PMT-SUB)
                           LESS WS-CUTOFF-DATE
                   MOVE WN-PERMIT-ID(WS-PMT-SUB)   TO WX-PERMIT-ID
                   MOVE WN-DOOR-ID(WS-PMT-SUB)     TO WX-DOOR-ID
                   MOVE WN-PERMIT-DATE(WS-PMT-SUB) TO WX-PERMIT-DATE
                   IF WN-STATUS(WS-PMT-SUB) EQUAL 'C'
                       MOVE 'CANCELLED' TO WX-STATUS
                   ELSE
                       MOVE 'EXPIRED'   TO WX-STATUS
                   END-IF
                   MOVE WN-HOLDER(WS-PMT-SUB)      TO WX-HOLDER
                   MOVE WN-APPROVER(WS-PMT-SUB)    TO WX-APPROVER
                   WRITE REPORT-RECORD FROM WS-EXPIRED-LINE
                   ADD 1 TO WS-EXPIRED-CNT
                   MOVE WS-PMT-SUB TO WS-PMT-INS-SUB
                   PERFORM 3350-CLOSE-SLOT THRU 3350-EXIT
                   MOVE WS-PMT-INS-SUB TO WS-PMT-SUB
               ELSE
                   ADD 1 TO WS-PMT-SUB
               END-IF
           END-PERFORM

           IF WS-EXPIRED-CNT EQUAL 0
               WRITE REPORT-RECORD FROM WS-EXPIRED-NONE-LINE
           END-IF
           .
       3500-EXIT.
           EXIT.

      ****************************************************************
      * REPORT THE STATE OF THE FILE AFTER ALL TRANSACTIONS RAN       *
      ****************************************************************
       4000-REPORT-AFTER.

           MOVE 1 TO WS-PMT-SUB
           PERFORM UNTIL WS-PMT-SUB GREATER WS-PMT-CNT
               IF WN-PERMIT-DATE(WS-PMT-SUB) EQUAL WS-RUN-DATE
                       AND WN-STATUS(WS-PMT-SUB) EQUAL 'A'
                   ADD 1 TO WS-TONIGHT-CNT
               END-IF
               ADD 1 TO WS-PMT-SUB
           END-PERFORM

           WRITE REPORT-RECORD FROM WS-BLANK-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'PERMITS ON FILE AFTER'  TO WC-LABEL
           MOVE WS-PMT-CNT               TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE

           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'PERMITS IN FORCE TONIGHT' TO WC-LABEL
           MOVE WS-TONIGHT-CNT             TO WC-COUNT
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
           MOVE 'PERMITS EXPIRED'        TO WC-LABEL
           MOVE WS-EXPIRED-CNT           TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           .
       4000-EXIT.
           EXIT.

      ****************************************************************
      * WRITE THE NEW PERMIT GENERATION FROM THE TABLE, IN PERMIT-ID *
      * ORDER                                                         *
      ****************************************************************
       5000-WRITE-NEW-MASTER.

           MOVE 1 TO WS-PMT-SUB
           PERFORM UNTIL WS-PMT-SUB GREATER WS-PMT-CNT
               MOVE SPACES                      TO WS-PERM-LINE
               MOVE WN-PERMIT-ID(WS-PMT-SUB)    TO PM-PERMIT-ID
               MOVE WN-DOOR-ID(WS-PMT-SUB)      TO PM-DOOR-ID
               MOVE WN-PERMIT-DATE(WS-PMT-SUB)  TO PM-PERMIT-DATE
               MOVE WN-START-TIME(WS-PMT-SUB)   TO PM-START-TIME
               MOVE WN-END-TIME(WS-PMT-SUB)     TO PM-END-TIME
               MOVE WN-HOLDER(WS-PMT-SUB)       TO PM-HOLDER
               MOVE WN-APPROVER(WS-PMT-SUB)     TO PM-APPROVER
               MOVE WN-STATUS(WS-PMT-SUB)       TO PM-STATUS
               MOVE WN-STATUS-DATE(WS-PMT-SUB)  TO PM-STATUS-DATE
               WRITE NEWPERM-RECORD FROM WS-PERM-LINE
               ADD 1 TO WS-PMT-SUB
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
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY NEWPERM-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           .
       9000-EXIT.
           EXIT.

           COPY PARMPA.
