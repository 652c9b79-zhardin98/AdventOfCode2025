      * ITS SCAN TIME AND LANE. POSTS ITS OWN LINE TO THE CONTROL-   *
      * TOTAL BALANCING FILE LIKE THE OTHER NIGHTLY STEPS, SO THE    *
      * SCAN LOG AND OUR VALIDATION LOGIC FINALLY MEET IN BATCH      *
      * INSTEAD OF IN SOMEONE'S MORNING LIST COMPARISON. EVERY SCAN  *
      * IS ALSO LOOKED UP ON THE PASS HOTLIST GUEST SERVICES KEEPS   *
      * THROUGH HOTLIST-MAINT, SO A LOST, STOLEN, OR REFUNDED PASS   *
      * THAT IS STRUCTURALLY VALID STILL LANDS ON THE REPORT - EACH  *
      * FRAUD LINE SAYS WHICH RULE CAUGHT IT: PATTERN, HOTLIST, OR   *
      * BOTH. SCAN TIMES AND LANES ARE WEIGHED TOO: A PASS SCANNED   *
      * AGAIN INSIDE THE PASSBACK WINDOW, OR SEEN ON TWO LANES TOO   *
      * CLOSE TOGETHER TO WALK BETWEEN, LANDS ON A PASSBACK SECTION  *
      * WITH EVERY SCAN OF THAT PASS LISTED, AND THE NUMBER OF SUCH  *
      * GROUPS RIDES ON THE CONTROL-TOTAL LINE AS A COUNT OF ITS OWN.*
      * FINALLY EVERY SCAN IS MATCHED TO THE ID RANGES THE TICKET    *
      * KIOSKS ISSUED TONIGHT (GIFT-SHOP2'S ISSUED-RANGE FILE): A    *
      * PASS NO KIOSK EVER ISSUED IS LISTED WITH THE NEAREST RANGE,  *
      * AND EACH KIOSK GETS A COUNT OF ITS PASSES ACTUALLY SCANNED.  *
      * THE NIGHT'S COUNTS ARE ALSO APPENDED TO A FRAUD COUNT        *
      * HISTORY SO THE MONTH-END SUMMARY CAN TOTAL THEM. CATCH-UP    *
      * CALLS IT ONCE PER MISSED NIGHT THROUGH PASS-VERIFY-RUN WITH  *
      * THAT NIGHT'S DATE, AGAINST AN ISSUED-RANGE FILE HOLDING      *
      * EVERY NIGHT CAUGHT UP SO FAR - ONLY THE LATEST NIGHT ON IT   *
      * NOT AFTER THE RUN DATE IS LOADED.                            *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    FRAUD EXCEPTION REPORT OF INVALID SCANNED PASSES
           SELECT FRAUD-FILE ASSIGN TO 'FRAUDRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    PASS HOTLIST MAINTAINED BY HOTLIST-MAINT, IN PASS-ID ORDER
           SELECT HOTLIST-FILE ASSIGN TO 'HOTLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTLIST-STATUS.
      *    ID RANGES EACH TICKET KIOSK ISSUED TONIGHT, FROM GIFT-SHOP2
           SELECT ISSUED-FILE ASSIGN TO 'ISSUED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.
      *    RUNTIME PARAMETER CONTROL CARDS - THE PASSBACK WINDOWS
           COPY PARMSL.
      *    CROSS-PROGRAM CONTROL-TOTAL BALANCING FILE
           COPY CTLTOTSL.
      *    NIGHTLY FRAUD COUNT HISTORY, APPENDED NIGHT OVER NIGHT
           SELECT FRAUDHIST-FILE ASSIGN TO 'FRAUDHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS FRAUD-RECORD.
       01  FRAUD-RECORD                         PIC X(80).

       FD  HOTLIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOTLIST-RECORD.
       01  HOTLIST-RECORD                       PIC X(80).

       FD  ISSUED-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ISSUED-RECORD.
       01  ISSUED-RECORD                        PIC X(80).

       COPY PARMFD.

       COPY CTLTOTFD.

       FD  FRAUDHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FRAUDHIST-RECORD.
       01  FRAUDHIST-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-VALID-CNT                         PIC 9(7)   VALUE 0.
       01  WS-INVALID-CNT                       PIC 9(7)   VALUE 0.
       01  WS-BADFMT-CNT                        PIC 9(7)   VALUE 0.
      *    SCANS OF A HOTLISTED PASS, AND HOW MANY OF THOSE ALSO
      *    BROKE THE PATTERN RULE. WS-INVALID-CNT ABOVE COUNTS EVERY
      *    PATTERN FAILURE, SO A PASS CAUGHT BY BOTH RULES IS IN BOTH
      *    COUNTS - WS-FLAGGED-CNT IS EACH FLAGGED SCAN ONCE
       01  WS-HOTLIST-CNT                       PIC 9(7)   VALUE 0.
       01  WS-BOTH-CNT                          PIC 9(7)   VALUE 0.
       01  WS-FLAGGED-CNT                       PIC 9(7)   VALUE 0.

       01  WS-HOTLIST-STATUS                    PIC X(2).
           88 HOTLIST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-HOT-EOF                           PIC X(1).
           88 HOT-EOF                                      VALUE 'Y'.

       COPY HOTLREC.

      *    IN-FORCE HOTLIST ENTRIES IN PASS-ID ORDER FOR A BINARY
      *    SEARCH - AN ENTRY PAST ITS EXPIRY DATE IS NOT LOADED
       01  WS-HOT-CNT                           PIC 9(5)   VALUE 0.
       01  WS-HOT-TBL.
           05 WS-HOT-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-HOT-CNT
                   ASCENDING KEY IS HK-PASS-ID
                   INDEXED BY HK-IDX.
               10 HK-PASS-ID                    PIC X(10).
               10 HK-REASON                     PIC X(2).
       01  WS-HOT-MAX                           PIC 9(5)   VALUE 20000.
       01  WS-HOT-SUB                           PIC 9(5)   VALUE 0.
       01  WS-HOT-EXPIRED                       PIC 9(5)   VALUE 0.
      *    WHAT THE HOTLIST LOOKUP FOUND FOR THE CURRENT SCAN
       01  WS-HOT-FOUND                         PIC X(1).
           88 HOT-FOUND                                    VALUE 'Y'.
           88 HOT-NOT-FOUND                                VALUE 'N'.
       01  WS-HOT-REASON                        PIC X(2).
       01  WS-HOT-REASON-DESC                   PIC X(8).

      *    EVERY DISTINCT READABLE PASS SCANNED TONIGHT, IN PASS-ID
      *    ORDER, WITH ITS SCANS CHAINED IN SCAN-TIME ORDER THROUGH
      *    THE SCAN TABLE BELOW - HOW PASSBACK GROUPS ARE FOUND
      *    WITHOUT SORTING THE SCAN LOG
       01  WS-PB-PASS-CNT                       PIC 9(5)   VALUE 0.
       01  WS-PB-PASS-TBL.
           05 WS-PB-PASS-ENTRY OCCURS 0 TO 50000 TIMES
                   DEPENDING ON WS-PB-PASS-CNT
                   ASCENDING KEY IS PB-PASS-ID
                   INDEXED BY PB-IDX.
               10 PB-PASS-ID                    PIC X(10).
               10 PB-FIRST-SCAN                 PIC 9(6).
               10 PB-SCAN-CNT                   PIC 9(5).
       01  WS-PB-PASS-MAX                       PIC 9(5)   VALUE 50000.
       01  WS-PB-SCAN-CNT                       PIC 9(6)   VALUE 0.
       01  WS-PB-SCAN-TBL.
           05 WS-PB-SCAN-ENTRY OCCURS 100000 TIMES.
               10 PS-SCAN-TIME                  PIC X(6).
               10 PS-LANE                       PIC X(3).
               10 PS-SECS                       PIC 9(5).
      *    NEXT SCAN OF THE SAME PASS, ZERO AT THE END OF THE CHAIN
               10 PS-NEXT                       PIC 9(6).
       01  WS-PB-SCAN-MAX                       PIC 9(6)   VALUE 100000.
      *    SET ONCE EITHER TABLE FILLS - LATER SCANS ARE STILL
      *    VERIFIED, JUST NOT WEIGHED FOR PASSBACK
       01  WS-PB-FULL                           PIC X(1)   VALUE 'N'.
           88 PB-FULL                                      VALUE 'Y'.
       01  WS-PB-LO                             PIC 9(5).
       01  WS-PB-HI                             PIC 9(5).
       01  WS-PB-MID                            PIC 9(5).
       01  WS-PB-SUB                            PIC 9(5).
       01  WS-PB-FOUND                          PIC X(1).
           88 PB-FOUND                                     VALUE 'Y'.
           88 PB-NOT-FOUND                                 VALUE 'N'.
       01  WS-PB-CUR                            PIC 9(6).
       01  WS-PB-PREV                           PIC 9(6).
       01  WS-PB-HH                             PIC 9(2).
       01  WS-PB-MM                             PIC 9(2).
       01  WS-PB-SS                             PIC 9(2).
       01  WS-PB-NEW-SECS                       PIC 9(5).
       01  WS-PB-GAP-SECS                       PIC 9(5).
       01  WS-PB-PASSBACK-SECS                  PIC 9(6).
       01  WS-PB-TRAVEL-SECS                    PIC 9(6).
      *    WHAT THE CURRENT GROUP'S WORST PAIR OF SCANS LOOKS LIKE
       01  WS-PB-GROUP-KIND                     PIC X(1).
           88 PB-GROUP-CLEAN                               VALUE ' '.
           88 PB-GROUP-PASSBACK                            VALUE 'P'.
           88 PB-GROUP-CLONE                               VALUE 'C'.
       01  WS-PB-GROUP-CNT                      PIC 9(7)   VALUE 0.
       01  WS-PB-GROUP-SCANS                    PIC 9(7)   VALUE 0.

       01  WS-FRAUDHIST-STATUS                  PIC X(2).
           88 FRAUDHIST-FILE-NOT-FOUND                     VALUE '35'.

           COPY FRAUDHREC.

       01  WS-ISSUED-STATUS                     PIC X(2).
           88 ISSUED-FILE-NOT-FOUND                        VALUE '35'.
       01  WS-ISS-EOF                           PIC X(1).
           88 ISS-EOF                                      VALUE 'Y'.
       01  WS-ISS-LOADED                        PIC X(1)   VALUE 'N'.
           88 ISSUED-LOADED                                VALUE 'Y'.
      *    THE NIGHT WHOSE RANGES ARE LOADED, AND HOW MANY RANGES OF
      *    OTHER NIGHTS ON THE FILE WERE PASSED OVER
       01  WS-ISS-NIGHT                         PIC X(8).
       01  WS-ISS-OTHER-CNT                     PIC 9(7)   VALUE 0.
      *    RANGES ALREADY LOADED EXACTLY AS READ - A NIGHT RERUN
      *    AFTER A FAILURE APPENDS ITS RANGES A SECOND TIME
       01  WS-ISS-REPEAT-CNT                    PIC 9(7)   VALUE 0.

       COPY ISSUEREC.

      *    TONIGHT'S ISSUED RANGES IN LOW-ID ORDER. IS-MAX-HIGH IS THE
      *    HIGHEST HIGH ID OF THIS ENTRY AND EVERY ONE ABOVE IT, SO A
      *    LOOKUP CAN STOP WALKING BACK AS SOON AS NO EARLIER RANGE
      *    COULD STILL REACH THE ID
       01  WS-ISS-CNT                           PIC 9(4)   VALUE 0.
       01  WS-ISS-TBL.
           05 WS-ISS-ENTRY OCCURS 2000 TIMES.
               10 IS-KIOSK-ID                   PIC X(8).
               10 IS-LOW-ID                     PIC 9(10).
               10 IS-HIGH-ID                    PIC 9(10).
               10 IS-MAX-HIGH                   PIC 9(10).
               10 IS-MAX-HIGH-SUB               PIC 9(4).
       01  WS-ISS-MAX                           PIC 9(4)   VALUE 2000.
       01  WS-ISS-SUB                           PIC 9(4)   VALUE 0.
       01  WS-ISS-LO                            PIC 9(4)   VALUE 0.
       01  WS-ISS-HI                            PIC 9(4)   VALUE 0.
       01  WS-ISS-MID                           PIC 9(4)   VALUE 0.
       01  WS-ISS-SWAP                          PIC 9(10).
      *    LOOKUP INPUT AND RESULT - THE RANGE HOLDING THE ID, OR THE
      *    RANGE WHOSE NEAREST END IS CLOSEST TO IT
       01  WS-ISS-LOOK-ID                       PIC 9(10).
       01  WS-ISS-HIT-SUB                       PIC 9(4)   VALUE 0.
       01  WS-ISS-NEAR-SUB                      PIC 9(4)   VALUE 0.
       01  WS-ISS-BELOW-GAP                     PIC 9(10).
       01  WS-ISS-ABOVE-GAP                     PIC 9(10).
       01  WS-ISS-FOUND                         PIC X(1).
           88 ISS-FOUND                                    VALUE 'Y'.
           88 ISS-NOT-FOUND                                VALUE 'N'.

      *    REDEMPTION BY KIOSK - PASSES ISSUED AGAINST DISTINCT
      *    PASSES OF THAT KIOSK'S RANGES SCANNED AT THE TURNSTILES
       01  WS-ISK-CNT                           PIC 9(3)   VALUE 0.
       01  WS-ISK-TBL.
           05 WS-ISK-ENTRY OCCURS 500 TIMES.
               10 IK-KIOSK-ID                   PIC X(8).
               10 IK-ISSUED                     PIC 9(12).
               10 IK-SCANNED                    PIC 9(7).
       01  WS-ISK-MAX                           PIC 9(3)   VALUE 500.
       01  WS-ISK-SUB                           PIC 9(3)   VALUE 0.

      *    SCANS OF A PASS NO KIOSK ISSUED, HELD FOR THEIR OWN SECTION
      *    AT THE BOTTOM OF THE REPORT
       01  WS-UNISSUED-CNT                      PIC 9(7)   VALUE 0.
       01  WS-UNI-CNT                           PIC 9(4)   VALUE 0.
       01  WS-UNI-TBL.
           05 WS-UNI-ENTRY OCCURS 5000 TIMES.
               10 UN-PASS-ID                    PIC X(10).
               10 UN-SCAN-TIME                  PIC X(6).
               10 UN-LANE                       PIC X(3).
               10 UN-NEAR-SUB                   PIC 9(4).
       01  WS-UNI-MAX                           PIC 9(4)   VALUE 5000.
       01  WS-UNI-SUB                           PIC 9(4)   VALUE 0.

       01  WS-PASS-ID-N                         PIC 9(10).
       01  WS-PASS-ID-HI-N                      PIC 9(10).
       01  WS-CHK-TBL.
           05 WS-CHK-ID OCCURS 110000 TIMES     PIC 9(10).

      *    RUN DATE SHARED WITH A CALLING DRIVER (OR DEFAULTED TO
      *    TODAY WHEN RUN STANDALONE)
       01  WS-RUN-DATE                          PIC X(8).
      *    RUN DATE AS SEEN BY 0100-RUN-PROGRAM REGARDLESS OF WHICH
      *    ENTRY POINT WAS USED TO GET THERE - THE LINKAGE SECTION
      *    ITEM IS ONLY VALID WHEN CALLED THROUGH THE -RUN ENTRY
       01  WS-EFFECTIVE-RUN-DATE                PIC X(8)   VALUE SPACES.

       01  WS-FRAUD-HDR-LINE.
           05 FILLER                            PIC X(31)  VALUE
           05 WF-LANE                           PIC X(3).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WF-REASON                         PIC X(30).
           05 FILLER                            PIC X(2)   VALUE SPACES.
      *    WHICH RULE CAUGHT THE PASS - PATTERN, HOTLIST, OR BOTH
           05 WF-RULE                           PIC X(7).

       01  WS-FRAUD-NONE-LINE                   PIC X(80)  VALUE
           'NO INVALID PASSES SCANNED'.
           05 FILLER                            PIC X(13)  VALUE
               '  UNREADABLE '.
           05 WT-BADFMT-CNT                     PIC Z(6)9.
           05 FILLER                            PIC X(10)  VALUE
               '  HOTLIST '.
           05 WT-HOTLIST-CNT                    PIC Z(6)9.
           05 FILLER                            PIC X(5)   VALUE SPACES.

       01  WS-PB-HDR-LINE                       PIC X(80)  VALUE
           'PASSBACK AND DUPLICATE-SCAN GROUPS'.

       01  WS-PB-WINDOW-LINE.
           05 FILLER                            PIC X(21)  VALUE
               'RE-SCAN WINDOW (MIN) '.
           05 WB-PASSBACK-MIN                   PIC ZZ9.
           05 FILLER                            PIC X(28)  VALUE
               '   LANE TRAVEL WINDOW (MIN) '.
           05 WB-TRAVEL-MIN                     PIC ZZ9.
           05 FILLER                            PIC X(25)  VALUE SPACES.

       01  WS-PB-NONE-LINE                      PIC X(80)  VALUE
           'NO PASS SCANNED INSIDE EITHER WINDOW'.

       01  WS-PB-GROUP-LINE.
           05 FILLER                            PIC X(5)   VALUE
               'PASS '.
           05 WB-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WB-SCAN-CNT                       PIC Z(4)9.
           05 FILLER                            PIC X(6)   VALUE
               ' SCANS'.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WB-REASON                         PIC X(35).
           05 FILLER                            PIC X(13)  VALUE SPACES.

       01  WS-PB-SCAN-LINE.
           05 FILLER                            PIC X(6)   VALUE SPACES.
           05 FILLER                            PIC X(8)   VALUE
               'SCANNED '.
           05 WB-SCAN-TIME                      PIC X(6).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(5)   VALUE
               'LANE '.
           05 WB-LANE                           PIC X(3).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WB-GAP-AREA                       PIC X(20).
           05 WB-GAP-VIEW REDEFINES WB-GAP-AREA.
               10 WB-GAP-MIN                    PIC Z(3)9.
               10 WB-GAP-LABEL                  PIC X(16).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WB-FLAG                           PIC X(12).
           05 FILLER                            PIC X(11)  VALUE SPACES.

       01  WS-PB-TRL-LINE.
           05 FILLER                            PIC X(16)  VALUE
               'PASSBACK GROUPS '.
           05 WT-PB-GROUP-CNT                   PIC Z(6)9.
           05 FILLER                            PIC X(18)  VALUE
               '  SCANS IN GROUPS '.
           05 WT-PB-GROUP-SCANS                 PIC Z(6)9.
           05 FILLER                            PIC X(32)  VALUE SPACES.

       01  WS-UNI-HDR-LINE                      PIC X(80)  VALUE
           'SCANNED PASSES OUTSIDE EVERY KIOSK-ISSUED RANGE'.
       01  WS-UNI-NONE-LINE                     PIC X(80)  VALUE
           'NONE - EVERY SCANNED PASS FALLS IN AN ISSUED RANGE'.
       01  WS-UNI-SKIP-LINE                     PIC X(80)  VALUE
           'NOT CHECKED - NO KIOSK-ISSUED RANGES LOADED TONIGHT'.

       01  WS-UNI-LINE.
           05 WU-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WU-SCAN-TIME                      PIC X(6).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 FILLER                            PIC X(5)   VALUE
               'LANE '.
           05 WU-LANE                           PIC X(3).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 FILLER                            PIC X(8)   VALUE
               'NEAREST '.
           05 WU-KIOSK-ID                       PIC X(8).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WU-LOW-ID                         PIC 9(10).
           05 FILLER                            PIC X(1)   VALUE '-'.
           05 WU-HIGH-ID                        PIC 9(10).
           05 FILLER                            PIC X(12)  VALUE SPACES.

       01  WS-UNI-TRL-LINE.
           05 FILLER                            PIC X(17)  VALUE
               'UNISSUED SCANS   '.
           05 WT-UNISSUED-CNT                   PIC Z(6)9.
           05 FILLER                            PIC X(56)  VALUE SPACES.

       01  WS-RDM-HDR-LINE                      PIC X(80)  VALUE
           'REDEMPTION BY KIOSK - ISSUED PASSES SCANNED TONIGHT'.

       01  WS-RDM-LINE.
           05 FILLER                            PIC X(6)   VALUE
               'KIOSK '.
           05 WR-KIOSK-ID                       PIC X(8).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(7)   VALUE
               'ISSUED '.
           05 WR-ISSUED                         PIC Z(11)9.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(8)   VALUE
               'SCANNED '.
           05 WR-SCANNED                        PIC Z(6)9.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WR-PCT                            PIC ZZ9.9.
           05 FILLER                            PIC X(1)   VALUE '%'.
           05 FILLER                            PIC X(17)  VALUE SPACES.

       01  WS-RDM-PCT                           PIC 9(3)V9.

       01  WS-BLANK-LINE                        PIC X(80)  VALUE SPACES.

       COPY PARMWS.

       COPY CTLTOTWS.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       LINKAGE SECTION.
       01  LS-RUN-DATE                          PIC X(8).

       PROCEDURE DIVISION.
      ***************************************************************
      * STANDALONE MAINLINE - NO CALLER, SO THE RUN DATE DEFAULTS TO *
      * TODAY. THIS IS THE ENTRY POINT USED BY THE NIGHTLY STEP      *
      ***************************************************************
       0000-MAINLINE.

           MOVE SPACES TO WS-EFFECTIVE-RUN-DATE
           PERFORM 0100-RUN-PROGRAM THRU 0100-EXIT
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ***************************************************************
      * CALLABLE ENTRY POINT SO CATCH-UP CAN VERIFY A MISSED NIGHT'S *
      * SCANS AGAINST THAT NIGHT'S DATE                              *
      ***************************************************************
       ENTRY 'PASS-VERIFY-RUN' USING LS-RUN-DATE.

           MOVE LS-RUN-DATE TO WS-EFFECTIVE-RUN-DATE
           PERFORM 0100-RUN-PROGRAM THRU 0100-EXIT
           GOBACK
           .

      ***************************************************************
      * COMMON LOGIC SHARED BY BOTH ENTRY POINTS ABOVE               *
      ***************************************************************
       0100-RUN-PROGRAM.

           IF WS-EFFECTIVE-RUN-DATE EQUAL SPACES OR LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-EFFECTIVE-RUN-DATE TO WS-RUN-DATE
           END-IF
           PERFORM 7000-LOAD-PARAMETERS THRU 7000-EXIT
           PERFORM 7100-ECHO-PARAMETERS THRU 7100-EXIT
           COMPUTE WS-PB-PASSBACK-SECS = WS-PARM-PASSBACK-MIN * 60
           COMPUTE WS-PB-TRAVEL-SECS   = WS-PARM-LANE-TRAVEL-MIN * 60
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY FRAUD-FILE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE FRAUD-RECORD FROM WS-FRAUD-HDR-LINE

           PERFORM 1000-LOAD-HOTLIST THRU 1000-EXIT
           PERFORM 1100-LOAD-ISSUED  THRU 1100-EXIT
           PERFORM 2000-VERIFY-SCANS THRU 2000-EXIT

           IF WS-FLAGGED-CNT EQUAL 0
                   AND WS-BADFMT-CNT EQUAL 0
               WRITE FRAUD-RECORD FROM WS-FRAUD-NONE-LINE
           END-IF
           MOVE WS-SCAN-CNT    TO WT-SCAN-CNT
           MOVE WS-INVALID-CNT TO WT-INVALID-CNT
           MOVE WS-BADFMT-CNT  TO WT-BADFMT-CNT
           MOVE WS-HOTLIST-CNT TO WT-HOTLIST-CNT
           WRITE FRAUD-RECORD FROM WS-FRAUD-TRL-LINE

           PERFORM 3000-REPORT-PASSBACK THRU 3000-EXIT
           PERFORM 3300-REPORT-UNISSUED THRU 3300-EXIT
           PERFORM 3400-REPORT-REDEMPTION THRU 3400-EXIT
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY FRAUD-FILE.
           PERFORM 3500-WRITE-FRAUD-HISTORY THRU 3500-EXIT

           DISPLAY WS-SCAN-CNT    ' SCANS CHECKED'
           DISPLAY WS-VALID-CNT   ' VALID PASSES'
           DISPLAY WS-INVALID-CNT ' INVALID PASSES REPORTED'
           DISPLAY WS-BADFMT-CNT  ' UNREADABLE SCAN LINES'
           DISPLAY WS-HOTLIST-CNT ' HOTLISTED PASSES REPORTED'
           DISPLAY WS-BOTH-CNT    ' CAUGHT BY BOTH RULES'
           DISPLAY WS-PB-GROUP-CNT ' PASSBACK GROUPS REPORTED'
           DISPLAY WS-UNISSUED-CNT ' SCANS OF PASSES NO KIOSK ISSUED'

           MOVE 'PASS-VERIFY' TO WS-CTL-PROGRAM-NAME
           MOVE WS-SCAN-CNT TO WS-CTL-RECS-READ
           COMPUTE WS-CTL-RECS-PROCESSED =
               WS-VALID-CNT + WS-FLAGGED-CNT
           MOVE 'PASSBACK'      TO WS-CTL-FLAG-LABEL
           MOVE WS-PB-GROUP-CNT TO WS-CTL-RECS-FLAGGED
           PERFORM 8000-WRITE-CONTROL-TOTAL THRU 8000-EXIT
           .
       0100-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE IN-FORCE PASS HOTLIST. HOTLIST-MAINT WRITES IT IN   *
      * PASS-ID ORDER, SO EACH LINE NORMALLY LANDS AT THE END; ONE   *
      * OUT OF ORDER IS SLOTTED INTO PLACE SO THE BINARY SEARCH      *
      * STAYS HONEST. A MISSING HOTLIST IS REPORTED, NOT FATAL - THE *
      * PATTERN RULE STILL RUNS ON EVERY SCAN                         *
      ****************************************************************
       1000-LOAD-HOTLIST.

           OPEN INPUT HOTLIST-FILE
           IF HOTLIST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO PASS HOTLIST - PATTERN RULE ONLY'
               GO TO 1000-EXIT
           END-IF

           MOVE SPACE TO WS-HOT-EOF
           PERFORM UNTIL HOT-EOF
               READ HOTLIST-FILE INTO WS-HOTL-LINE
                   AT END
                       SET HOT-EOF TO TRUE
                   NOT AT END
                       IF HO-PASS-ID NOT EQUAL SPACES
                           PERFORM 1050-INSERT-HOTLIST-PASS
                               THRU 1050-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOTLIST-FILE
           DISPLAY WS-HOT-CNT ' HOTLIST ENTRIES IN FORCE, '
               WS-HOT-EXPIRED ' PAST EXPIRY IGNORED'
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE IN-FORCE HOTLIST LINE INTO THE TABLE IN PASS-ID     *
      * ORDER, SEARCHING FROM THE BOTTOM UP                           *
      ****************************************************************
       1050-INSERT-HOTLIST-PASS.

           IF HO-EXPIRY-DATE NUMERIC
                   AND HO-EXPIRY-DATE LESS WS-RUN-DATE
               ADD 1 TO WS-HOT-EXPIRED
               GO TO 1050-EXIT
           END-IF

           IF WS-HOT-CNT NOT LESS WS-HOT-MAX
               DISPLAY 'WARNING: MORE THAN ' WS-HOT-MAX
                   ' HOTLIST ENTRIES - PASS ' HO-PASS-ID
                   ' NOT CHECKED'
               GO TO 1050-EXIT
           END-IF

           ADD 1 TO WS-HOT-CNT
           MOVE WS-HOT-CNT TO WS-HOT-SUB
           PERFORM UNTIL WS-HOT-SUB EQUAL 1
                   OR HK-PASS-ID(WS-HOT-SUB - 1) NOT GREATER HO-PASS-ID
               MOVE WS-HOT-ENTRY(WS-HOT-SUB - 1)
                   TO WS-HOT-ENTRY(WS-HOT-SUB)
               SUBTRACT 1 FROM WS-HOT-SUB
           END-PERFORM

           MOVE HO-PASS-ID TO HK-PASS-ID(WS-HOT-SUB)
           MOVE HO-REASON  TO HK-REASON(WS-HOT-SUB)
           .
       1050-EXIT.
           EXIT.

      ****************************************************************
      * LOAD TONIGHT'S KIOSK-ISSUED RANGES IN LOW-ID ORDER AND TOTAL *
      * EACH KIOSK'S ISSUED PASSES. A MISSING FILE (GIFT-SHOP2 DID   *
      * NOT RUN, OR FAILED ITS TRAILER) SKIPS THE CROSS-CHECK - IT   *
      * IS REPORTED, NOT FATAL, SINCE EVERY SCAN WOULD OTHERWISE     *
      * LOOK COUNTERFEIT. THE FIRST PASS FINDS THE LATEST NIGHT ON   *
      * THE FILE NOT AFTER THE RUN DATE - TONIGHT'S, EVEN WHEN THE   *
      * RUN HAS CROSSED MIDNIGHT - AND ONLY THAT NIGHT IS LOADED     *
      ****************************************************************
       1100-LOAD-ISSUED.

           OPEN INPUT ISSUED-FILE
           IF ISSUED-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO KIOSK ISSUED-RANGE FILE - '
                   'ISSUED-RANGE CROSS-CHECK SKIPPED'
               GO TO 1100-EXIT
           END-IF

           MOVE SPACES TO WS-ISS-NIGHT
           MOVE SPACE TO WS-ISS-EOF
           PERFORM UNTIL ISS-EOF
               READ ISSUED-FILE INTO WS-ISSUE-LINE
                   AT END
                       SET ISS-EOF TO TRUE
                   NOT AT END
                       IF IR-RUN-DATE NOT GREATER WS-RUN-DATE
                               AND IR-RUN-DATE GREATER WS-ISS-NIGHT
                           MOVE IR-RUN-DATE TO WS-ISS-NIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSUED-FILE

           OPEN INPUT ISSUED-FILE
           MOVE SPACE TO WS-ISS-EOF
           PERFORM UNTIL ISS-EOF
               READ ISSUED-FILE INTO WS-ISSUE-LINE
                   AT END
                       SET ISS-EOF TO TRUE
                   NOT AT END
                       IF IR-RUN-DATE NOT EQUAL WS-ISS-NIGHT
                           ADD 1 TO WS-ISS-OTHER-CNT
                       ELSE
                           IF IR-LOW-ID NUMERIC AND IR-HIGH-ID NUMERIC
                               PERFORM 1150-INSERT-ISSUED-RANGE
                                   THRU 1150-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSUED-FILE

           IF WS-ISS-OTHER-CNT GREATER 0
               DISPLAY 'NOTE: ' WS-ISS-OTHER-CNT
                   ' ISSUED RANGES OF OTHER NIGHTS PASSED OVER - '
                   'LOADING ' WS-ISS-NIGHT ' ONLY'
           END-IF
           IF WS-ISS-REPEAT-CNT GREATER 0
               DISPLAY 'NOTE: ' WS-ISS-REPEAT-CNT
                   ' ISSUED RANGES REPEATED ON THE FILE - '
                   'COUNTED ONCE'
           END-IF

           IF WS-ISS-CNT EQUAL 0
               DISPLAY 'NOTE: KIOSK ISSUED-RANGE FILE IS EMPTY - '
                   'ISSUED-RANGE CROSS-CHECK SKIPPED'
               GO TO 1100-EXIT
           END-IF
           SET ISSUED-LOADED TO TRUE

      *    CARRY THE RUNNING HIGHEST HIGH ID DOWN THE TABLE
           MOVE 1 TO WS-ISS-SUB
           PERFORM UNTIL WS-ISS-SUB GREATER WS-ISS-CNT
               IF WS-ISS-SUB EQUAL 1
                   OR IS-HIGH-ID(WS-ISS-SUB)
                       GREATER IS-MAX-HIGH(WS-ISS-SUB - 1)
                   MOVE IS-HIGH-ID(WS-ISS-SUB)
                       TO IS-MAX-HIGH(WS-ISS-SUB)
                   MOVE WS-ISS-SUB TO IS-MAX-HIGH-SUB(WS-ISS-SUB)
               ELSE
                   MOVE IS-MAX-HIGH(WS-ISS-SUB - 1)
                       TO IS-MAX-HIGH(WS-ISS-SUB)
                   MOVE IS-MAX-HIGH-SUB(WS-ISS-SUB - 1)
                       TO IS-MAX-HIGH-SUB(WS-ISS-SUB)
               END-IF
               ADD 1 TO WS-ISS-SUB
           END-PERFORM
           DISPLAY WS-ISS-CNT ' KIOSK-ISSUED RANGES LOADED FROM '
               WS-ISK-CNT ' KIOSKS'
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE ISSUED RANGE INTO THE TABLE BY LOW ID AND ADD ITS   *
      * SIZE TO ITS KIOSK'S ISSUED COUNT. A RANGE KEYED HIGH-LOW IS  *
      * TURNED AROUND, AND ONE ALREADY LOADED FOR THE SAME KIOSK IS  *
      * NOT LOADED OR COUNTED AGAIN                                   *
      ****************************************************************
       1150-INSERT-ISSUED-RANGE.

           IF IR-LOW-ID GREATER IR-HIGH-ID
               MOVE IR-LOW-ID  TO WS-ISS-SWAP
               MOVE IR-HIGH-ID TO IR-LOW-ID
               MOVE WS-ISS-SWAP TO IR-HIGH-ID
           END-IF

           MOVE WS-ISS-CNT TO WS-ISS-SUB
           PERFORM UNTIL WS-ISS-SUB EQUAL 0
                   OR IS-LOW-ID(WS-ISS-SUB) LESS IR-LOW-ID
               IF IS-LOW-ID(WS-ISS-SUB) EQUAL IR-LOW-ID
                       AND IS-HIGH-ID(WS-ISS-SUB) EQUAL IR-HIGH-ID
                       AND IS-KIOSK-ID(WS-ISS-SUB) EQUAL IR-KIOSK-ID
                   ADD 1 TO WS-ISS-REPEAT-CNT
                   GO TO 1150-EXIT
               END-IF
               SUBTRACT 1 FROM WS-ISS-SUB
           END-PERFORM

           IF WS-ISS-CNT NOT LESS WS-ISS-MAX
               DISPLAY 'WARNING: MORE THAN ' WS-ISS-MAX
                   ' ISSUED RANGES - RANGE ' IR-LOW-ID '-' IR-HIGH-ID
                   ' NOT LOADED'
               GO TO 1150-EXIT
           END-IF

           ADD 1 TO WS-ISS-CNT
           MOVE WS-ISS-CNT TO WS-ISS-SUB
           PERFORM UNTIL WS-ISS-SUB EQUAL 1
                   OR IS-LOW-ID(WS-ISS-SUB - 1) NOT GREATER IR-LOW-ID
               MOVE WS-ISS-ENTRY(WS-ISS-SUB - 1)
                   TO WS-ISS-ENTRY(WS-ISS-SUB)
               SUBTRACT 1 FROM WS-ISS-SUB
           END-PERFORM
           MOVE IR-KIOSK-ID TO IS-KIOSK-ID(WS-ISS-SUB)
           MOVE IR-LOW-ID   TO IS-LOW-ID(WS-ISS-SUB)
           MOVE IR-HIGH-ID  TO IS-HIGH-ID(WS-ISS-SUB)

           PERFORM 1160-FIND-KIOSK THRU 1160-EXIT
           IF WS-ISK-SUB GREATER 0
               COMPUTE IK-ISSUED(WS-ISK-SUB) = IK-ISSUED(WS-ISK-SUB)
                   + IR-HIGH-ID - IR-LOW-ID + 1
           END-IF
           .
       1150-EXIT.
           EXIT.

      ****************************************************************
      * FIND OR ADD IR-KIOSK-ID ON THE REDEMPTION TABLE - WS-ISK-SUB *
      * COMES BACK ZERO ONLY WHEN THE TABLE IS FULL                   *
      ****************************************************************
       1160-FIND-KIOSK.

           MOVE 1 TO WS-ISK-SUB
           PERFORM UNTIL WS-ISK-SUB GREATER WS-ISK-CNT
                   OR IK-KIOSK-ID(WS-ISK-SUB) EQUAL IR-KIOSK-ID
               ADD 1 TO WS-ISK-SUB
           END-PERFORM

           IF WS-ISK-SUB GREATER WS-ISK-CNT
               IF WS-ISK-CNT NOT LESS WS-ISK-MAX
                   DISPLAY 'WARNING: MORE THAN ' WS-ISK-MAX
                       ' KIOSKS - ' IR-KIOSK-ID
                       ' LEFT OFF THE REDEMPTION SECTION'
                   MOVE 0 TO WS-ISK-SUB
                   GO TO 1160-EXIT
               END-IF
               ADD 1 TO WS-ISK-CNT
               MOVE WS-ISK-CNT  TO WS-ISK-SUB
               MOVE IR-KIOSK-ID TO IK-KIOSK-ID(WS-ISK-SUB)
               MOVE 0           TO IK-ISSUED(WS-ISK-SUB)
                                   IK-SCANNED(WS-ISK-SUB)
           END-IF
           .
       1160-EXIT.
           EXIT.

      ****************************************************************
      * RUN EVERY SCANNED PASS THROUGH THE SHARED VALIDATION         *

           IF SC-PASS-ID NOT NUMERIC
               ADD 1 TO WS-BADFMT-CNT
               INITIALIZE WS-FRAUD-LINE
               MOVE SC-PASS-ID    TO WF-PASS-ID
               MOVE SC-SCAN-TIME  TO WF-SCAN-TIME
               MOVE SC-LANE       TO WF-LANE
               GO TO 2100-EXIT
           END-IF

           IF NOT PB-FULL
               PERFORM 2200-TRACK-SCAN THRU 2200-EXIT
           END-IF
           IF ISSUED-LOADED
               PERFORM 2300-CHECK-ISSUED THRU 2300-EXIT
           END-IF

           MOVE SC-PASS-ID TO WS-PASS-ID-N
                               WS-PASS-ID-HI-N
           CALL 'PASS-CHECK' USING WS-PASS-ID-N WS-PASS-ID-HI-N
               WS-CHK-VERDICT WS-CHK-COUNT WS-CHK-SUM
               WS-CHK-OVERFLOW WS-CHK-TBL

           PERFORM 2150-CHECK-HOTLIST THRU 2150-EXIT

           IF WS-CHK-VERDICT NOT EQUAL 'INVALID'
                   AND HOT-NOT-FOUND
               ADD 1 TO WS-VALID-CNT
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-FLAGGED-CNT
           INITIALIZE WS-FRAUD-LINE
           MOVE SC-PASS-ID    TO WF-PASS-ID
           MOVE SC-SCAN-TIME  TO WF-SCAN-TIME
           MOVE SC-LANE       TO WF-LANE
           EVALUATE TRUE
               WHEN WS-CHK-VERDICT EQUAL 'INVALID' AND HOT-FOUND
                   ADD 1 TO WS-INVALID-CNT
                   ADD 1 TO WS-HOTLIST-CNT
                   ADD 1 TO WS-BOTH-CNT
                   STRING 'BAD PATTERN, HOTLIST '
                           DELIMITED BY SIZE
                       WS-HOT-REASON-DESC DELIMITED BY SPACE
                       INTO WF-REASON
                   END-STRING
                   MOVE 'BOTH'    TO WF-RULE
               WHEN HOT-FOUND
                   ADD 1 TO WS-HOTLIST-CNT
                   STRING 'HOTLISTED - ' DELIMITED BY SIZE
                       WS-HOT-REASON-DESC DELIMITED BY SPACE
                       INTO WF-REASON
                   END-STRING
                   MOVE 'HOTLIST' TO WF-RULE
               WHEN OTHER
                   ADD 1 TO WS-INVALID-CNT
                   MOVE 'REPEATED-DIGIT PASS ID' TO WF-REASON
                   MOVE 'PATTERN' TO WF-RULE
           END-EVALUATE
           WRITE FRAUD-RECORD FROM WS-FRAUD-LINE
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * LOOK THE SCANNED PASS UP ON THE IN-FORCE HOTLIST AND NAME    *
      * THE REASON GUEST SERVICES LISTED IT FOR                       *
      ****************************************************************
       2150-CHECK-HOTLIST.

           SET HOT-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-HOT-REASON
                          WS-HOT-REASON-DESC
           IF WS-HOT-CNT EQUAL 0
               GO TO 2150-EXIT
           END-IF

           SEARCH ALL WS-HOT-ENTRY
               AT END
                   GO TO 2150-EXIT
               WHEN HK-PASS-ID(HK-IDX) EQUAL SC-PASS-ID
                   SET HOT-FOUND TO TRUE
                   MOVE HK-REASON(HK-IDX) TO WS-HOT-REASON
           END-SEARCH

           EVALUATE WS-HOT-REASON
               WHEN 'LS'
                   MOVE 'LOST'     TO WS-HOT-REASON-DESC
               WHEN 'ST'
                   MOVE 'STOLEN'   TO WS-HOT-REASON-DESC
               WHEN 'RF'
                   MOVE 'REFUNDED' TO WS-HOT-REASON-DESC
               WHEN OTHER
                   MOVE 'OTHER'    TO WS-HOT-REASON-DESC
           END-EVALUATE
           .
       2150-EXIT.
           EXIT.

      ****************************************************************
      * FILE ONE READABLE SCAN UNDER ITS PASS FOR THE PASSBACK AND   *
      * REDEMPTION CHECKS - FIND OR ADD THE PASS, THEN LINK THE SCAN *
      * INTO THE PASS'S CHAIN AT ITS PLACE IN SCAN-TIME ORDER, SINCE *
      * THE TURNSTILE SYSTEM MAY DROP ITS LANES' LOGS ONE AFTER      *
      * ANOTHER                                                       *
      ****************************************************************
       2200-TRACK-SCAN.

           PERFORM 2210-FIND-PASS THRU 2210-EXIT
           IF PB-NOT-FOUND
               IF WS-PB-PASS-CNT NOT LESS WS-PB-PASS-MAX
                   DISPLAY 'WARNING: MORE THAN ' WS-PB-PASS-MAX
                       ' DISTINCT PASSES - LATER SCANS NOT WEIGHED '
                       'FOR PASSBACK OR REDEMPTION'
                   SET PB-FULL TO TRUE
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2220-ADD-PASS THRU 2220-EXIT
           END-IF

      *    THE PASS COUNTS TOWARD ITS KIOSK'S REDEMPTION EITHER WAY;
      *    ONLY A SCAN WITH A READABLE TIME CAN JOIN A PASSBACK CHAIN
           IF SC-SCAN-TIME NOT NUMERIC
               GO TO 2200-EXIT
           END-IF

           IF WS-PB-SCAN-CNT NOT LESS WS-PB-SCAN-MAX
               DISPLAY 'WARNING: MORE THAN ' WS-PB-SCAN-MAX
                   ' SCANS - LATER SCANS NOT WEIGHED FOR PASSBACK'
               SET PB-FULL TO TRUE
               GO TO 2200-EXIT
           END-IF

           MOVE SC-SCAN-TIME(1:2) TO WS-PB-HH
           MOVE SC-SCAN-TIME(3:2) TO WS-PB-MM
           MOVE SC-SCAN-TIME(5:2) TO WS-PB-SS
           COMPUTE WS-PB-NEW-SECS =
               WS-PB-HH * 3600 + WS-PB-MM * 60 + WS-PB-SS

           ADD 1 TO WS-PB-SCAN-CNT
           MOVE SC-SCAN-TIME   TO PS-SCAN-TIME(WS-PB-SCAN-CNT)
           MOVE SC-LANE        TO PS-LANE(WS-PB-SCAN-CNT)
           MOVE WS-PB-NEW-SECS TO PS-SECS(WS-PB-SCAN-CNT)
           ADD 1 TO PB-SCAN-CNT(WS-PB-SUB)

      *    WALK THE CHAIN TO THE LAST SCAN NOT LATER THAN THIS ONE
           MOVE 0 TO WS-PB-PREV
           MOVE PB-FIRST-SCAN(WS-PB-SUB) TO WS-PB-CUR
           PERFORM UNTIL WS-PB-CUR EQUAL 0
                   OR PS-SECS(WS-PB-CUR) GREATER WS-PB-NEW-SECS
               MOVE WS-PB-CUR TO WS-PB-PREV
               MOVE PS-NEXT(WS-PB-CUR) TO WS-PB-CUR
           END-PERFORM

           MOVE WS-PB-CUR TO PS-NEXT(WS-PB-SCAN-CNT)
           IF WS-PB-PREV EQUAL 0
               MOVE WS-PB-SCAN-CNT TO PB-FIRST-SCAN(WS-PB-SUB)
           ELSE
               MOVE WS-PB-SCAN-CNT TO PS-NEXT(WS-PB-PREV)
           END-IF
           .
       2200-EXIT.
           EXIT.

      ****************************************************************
      * BINARY-SEARCH THE PASS TABLE FOR SC-PASS-ID. ON A HIT        *
      * WS-PB-SUB IS ITS ENTRY; ON A MISS WS-PB-SUB IS WHERE IT      *
      * BELONGS                                                       *
      ****************************************************************
       2210-FIND-PASS.

           SET PB-NOT-FOUND TO TRUE
           MOVE 1              TO WS-PB-LO
           MOVE WS-PB-PASS-CNT TO WS-PB-HI
           PERFORM UNTIL WS-PB-LO GREATER WS-PB-HI
                   OR PB-FOUND
               COMPUTE WS-PB-MID = (WS-PB-LO + WS-PB-HI) / 2
               EVALUATE TRUE
                   WHEN PB-PASS-ID(WS-PB-MID) EQUAL SC-PASS-ID
                       SET PB-FOUND TO TRUE
                       MOVE WS-PB-MID TO WS-PB-SUB
                   WHEN PB-PASS-ID(WS-PB-MID) LESS SC-PASS-ID
                       COMPUTE WS-PB-LO = WS-PB-MID + 1
                   WHEN OTHER
                       IF WS-PB-MID EQUAL 1
                           MOVE 0 TO WS-PB-HI
                       ELSE
                           COMPUTE WS-PB-HI = WS-PB-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF PB-NOT-FOUND
               MOVE WS-PB-LO TO WS-PB-SUB
           END-IF
           .
       2210-EXIT.
           EXIT.

      ****************************************************************
      * OPEN AN ENTRY FOR A NEW PASS AT WS-PB-SUB, SHIFTING THE      *
      * HIGHER PASS IDS DOWN ONE                                      *
      ****************************************************************
       2220-ADD-PASS.

           ADD 1 TO WS-PB-PASS-CNT
           MOVE WS-PB-PASS-CNT TO WS-PB-MID
           PERFORM UNTIL WS-PB-MID EQUAL WS-PB-SUB
               MOVE WS-PB-PASS-ENTRY(WS-PB-MID - 1)
                   TO WS-PB-PASS-ENTRY(WS-PB-MID)
               SUBTRACT 1 FROM WS-PB-MID
           END-PERFORM

           MOVE SC-PASS-ID TO PB-PASS-ID(WS-PB-SUB)
           MOVE 0          TO PB-FIRST-SCAN(WS-PB-SUB)
           MOVE 0          TO PB-SCAN-CNT(WS-PB-SUB)
           .
       2220-EXIT.
           EXIT.

      ****************************************************************
      * MATCH ONE SCANNED PASS TO TONIGHT'S ISSUED RANGES. A PASS NO *
      * KIOSK ISSUED IS STASHED WITH ITS NEAREST RANGE FOR THE       *
      * UNISSUED SECTION                                              *
      ****************************************************************
       2300-CHECK-ISSUED.

           MOVE SC-PASS-ID TO WS-ISS-LOOK-ID
           PERFORM 2310-FIND-ISSUED-RANGE THRU 2310-EXIT
           IF ISS-FOUND
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-UNISSUED-CNT
           IF WS-UNI-CNT NOT LESS WS-UNI-MAX
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-UNI-CNT
           MOVE SC-PASS-ID      TO UN-PASS-ID(WS-UNI-CNT)
           MOVE SC-SCAN-TIME    TO UN-SCAN-TIME(WS-UNI-CNT)
           MOVE SC-LANE         TO UN-LANE(WS-UNI-CNT)
           MOVE WS-ISS-NEAR-SUB TO UN-NEAR-SUB(WS-UNI-CNT)
           .
       2300-EXIT.
           EXIT.

      ****************************************************************
      * FIND THE ISSUED RANGE HOLDING WS-ISS-LOOK-ID. BINARY-SEARCH  *
      * FOR THE LAST RANGE STARTING AT OR BELOW THE ID, THEN WALK    *
      * BACK WHILE AN EARLIER RANGE COULD STILL REACH IT. ON A MISS, *
      * WS-ISS-NEAR-SUB IS WHICHEVER RANGE ENDS CLOSEST TO THE ID -  *
      * THE HIGHEST-ENDING RANGE BELOW IT OR THE FIRST ONE ABOVE IT  *
      ****************************************************************
       2310-FIND-ISSUED-RANGE.

           SET ISS-NOT-FOUND TO TRUE
           MOVE 0 TO WS-ISS-HIT-SUB
                     WS-ISS-NEAR-SUB
           IF WS-ISS-CNT EQUAL 0
               GO TO 2310-EXIT
           END-IF

      *    WS-ISS-HI ENDS AS THE LAST RANGE WITH LOW ID <= THE ID
           MOVE 1          TO WS-ISS-LO
           MOVE WS-ISS-CNT TO WS-ISS-HI
           PERFORM UNTIL WS-ISS-LO GREATER WS-ISS-HI
               COMPUTE WS-ISS-MID = (WS-ISS-LO + WS-ISS-HI) / 2
               IF IS-LOW-ID(WS-ISS-MID) NOT GREATER WS-ISS-LOOK-ID
                   COMPUTE WS-ISS-LO = WS-ISS-MID + 1
               ELSE
                   COMPUTE WS-ISS-HI = WS-ISS-MID - 1
               END-IF
           END-PERFORM

           MOVE WS-ISS-HI TO WS-ISS-SUB
           PERFORM UNTIL WS-ISS-SUB EQUAL 0
                   OR ISS-FOUND
                   OR IS-MAX-HIGH(WS-ISS-SUB) LESS WS-ISS-LOOK-ID
               IF IS-HIGH-ID(WS-ISS-SUB) NOT LESS WS-ISS-LOOK-ID
                   SET ISS-FOUND TO TRUE
                   MOVE WS-ISS-SUB TO WS-ISS-HIT-SUB
               ELSE
                   SUBTRACT 1 FROM WS-ISS-SUB
               END-IF
           END-PERFORM

           IF ISS-FOUND
               GO TO 2310-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-ISS-HI EQUAL 0
                   MOVE 1 TO WS-ISS-NEAR-SUB
               WHEN WS-ISS-HI EQUAL WS-ISS-CNT
                   MOVE IS-MAX-HIGH-SUB(WS-ISS-HI) TO WS-ISS-NEAR-SUB
               WHEN OTHER
                   COMPUTE WS-ISS-BELOW-GAP = WS-ISS-LOOK-ID
                       - IS-MAX-HIGH(WS-ISS-HI)
                   COMPUTE WS-ISS-ABOVE-GAP =
                       IS-LOW-ID(WS-ISS-HI + 1) - WS-ISS-LOOK-ID
                   IF WS-ISS-BELOW-GAP NOT GREATER WS-ISS-ABOVE-GAP
                       MOVE IS-MAX-HIGH-SUB(WS-ISS-HI)
                           TO WS-ISS-NEAR-SUB
                   ELSE
                       COMPUTE WS-ISS-NEAR-SUB = WS-ISS-HI + 1
                   END-IF
           END-EVALUATE
           .
       2310-EXIT.
           EXIT.

      ****************************************************************
      * WRITE THE PASSBACK SECTION - ONE GROUP PER PASS WITH ANY TWO *
      * TIME-ADJACENT SCANS INSIDE A WINDOW, EVERY SCAN OF THAT PASS *
      * LISTED UNDER IT SO SECURITY SEES THE WHOLE NIGHT'S PATTERN   *
      ****************************************************************
       3000-REPORT-PASSBACK.

           WRITE FRAUD-RECORD FROM WS-BLANK-LINE
           WRITE FRAUD-RECORD FROM WS-PB-HDR-LINE
           MOVE WS-PARM-PASSBACK-MIN    TO WB-PASSBACK-MIN
           MOVE WS-PARM-LANE-TRAVEL-MIN TO WB-TRAVEL-MIN
           WRITE FRAUD-RECORD FROM WS-PB-WINDOW-LINE
           WRITE FRAUD-RECORD FROM WS-BLANK-LINE

           MOVE 1 TO WS-PB-SUB
           PERFORM UNTIL WS-PB-SUB GREATER WS-PB-PASS-CNT
               IF PB-SCAN-CNT(WS-PB-SUB) GREATER 1
                   PERFORM 3100-JUDGE-PASS-GROUP THRU 3100-EXIT
               END-IF
               ADD 1 TO WS-PB-SUB
           END-PERFORM

           IF WS-PB-GROUP-CNT EQUAL 0
               WRITE FRAUD-RECORD FROM WS-PB-NONE-LINE
           END-IF
           WRITE FRAUD-RECORD FROM WS-BLANK-LINE
           MOVE WS-PB-GROUP-CNT   TO WT-PB-GROUP-CNT
           MOVE WS-PB-GROUP-SCANS TO WT-PB-GROUP-SCANS
           WRITE FRAUD-RECORD FROM WS-PB-TRL-LINE
           .
       3000-EXIT.
           EXIT.

      ****************************************************************
      * JUDGE ONE MULTI-SCAN PASS. TWO LANES INSIDE THE TRAVEL       *
      * WINDOW OUTRANK A PLAIN RE-SCAN - A CLONED CARD IS THE WORSE  *
      * FINDING. A PASS WITH NO PAIR INSIDE EITHER WINDOW IS A GUEST *
      * WHO LEFT AND CAME BACK, AND IS NOT REPORTED                  *
      ****************************************************************
       3100-JUDGE-PASS-GROUP.

           SET PB-GROUP-CLEAN TO TRUE
           MOVE PB-FIRST-SCAN(WS-PB-SUB) TO WS-PB-PREV
           MOVE PS-NEXT(WS-PB-PREV)      TO WS-PB-CUR
           PERFORM UNTIL WS-PB-CUR EQUAL 0
                   OR PB-GROUP-CLONE
               COMPUTE WS-PB-GAP-SECS =
                   PS-SECS(WS-PB-CUR) - PS-SECS(WS-PB-PREV)
               IF PS-LANE(WS-PB-CUR) NOT EQUAL PS-LANE(WS-PB-PREV)
                       AND WS-PB-GAP-SECS NOT GREATER
                           WS-PB-TRAVEL-SECS
                   SET PB-GROUP-CLONE TO TRUE
               ELSE
                   IF WS-PB-GAP-SECS NOT GREATER WS-PB-PASSBACK-SECS
                       SET PB-GROUP-PASSBACK TO TRUE
                   END-IF
               END-IF
               MOVE WS-PB-CUR          TO WS-PB-PREV
               MOVE PS-NEXT(WS-PB-CUR) TO WS-PB-CUR
           END-PERFORM

           IF PB-GROUP-CLEAN
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-PB-GROUP-CNT
           ADD PB-SCAN-CNT(WS-PB-SUB) TO WS-PB-GROUP-SCANS
           MOVE PB-PASS-ID(WS-PB-SUB)  TO WB-PASS-ID
           MOVE PB-SCAN-CNT(WS-PB-SUB) TO WB-SCAN-CNT
           IF PB-GROUP-CLONE
               MOVE 'TWO LANES INSIDE TRAVEL WINDOW' TO WB-REASON
           ELSE
               MOVE 'RE-SCANNED INSIDE PASSBACK WINDOW' TO WB-REASON
           END-IF
           WRITE FRAUD-RECORD FROM WS-PB-GROUP-LINE

           MOVE 0 TO WS-PB-PREV
           MOVE PB-FIRST-SCAN(WS-PB-SUB) TO WS-PB-CUR
           PERFORM UNTIL WS-PB-CUR EQUAL 0
               PERFORM 3150-WRITE-GROUP-SCAN THRU 3150-EXIT
               MOVE WS-PB-CUR          TO WS-PB-PREV
               MOVE PS-NEXT(WS-PB-CUR) TO WS-PB-CUR
           END-PERFORM
           .
       3100-EXIT.
           EXIT.

      ****************************************************************
      * LIST EVERY SCAN OF A PASS NO KIOSK ISSUED, WITH THE NEAREST  *
      * ISSUED RANGE SO THE GIFT SHOP CAN TELL A MISKEYED RANGE FROM *
      * A COUNTERFEIT                                                 *
      ****************************************************************
       3300-REPORT-UNISSUED.

           WRITE FRAUD-RECORD FROM WS-BLANK-LINE
           WRITE FRAUD-RECORD FROM WS-UNI-HDR-LINE
           WRITE FRAUD-RECORD FROM WS-BLANK-LINE

           IF NOT ISSUED-LOADED
               WRITE FRAUD-RECORD FROM WS-UNI-SKIP-LINE
               GO TO 3300-EXIT
           END-IF

           IF WS-UNISSUED-CNT EQUAL 0
               WRITE FRAUD-RECORD FROM WS-UNI-NONE-LINE
               GO TO 3300-EXIT
           END-IF

           MOVE 1 TO WS-UNI-SUB
           PERFORM UNTIL WS-UNI-SUB GREATER WS-UNI-CNT
               MOVE UN-PASS-ID(WS-UNI-SUB)   TO WU-PASS-ID
               MOVE UN-SCAN-TIME(WS-UNI-SUB) TO WU-SCAN-TIME
               MOVE UN-LANE(WS-UNI-SUB)      TO WU-LANE
               MOVE UN-NEAR-SUB(WS-UNI-SUB)  TO WS-ISS-SUB
               MOVE IS-KIOSK-ID(WS-ISS-SUB)  TO WU-KIOSK-ID
               MOVE IS-LOW-ID(WS-ISS-SUB)    TO WU-LOW-ID
               MOVE IS-HIGH-ID(WS-ISS-SUB)   TO WU-HIGH-ID
               WRITE FRAUD-RECORD FROM WS-UNI-LINE
               ADD 1 TO WS-UNI-SUB
           END-PERFORM

           IF WS-UNISSUED-CNT GREATER WS-UNI-CNT
               DISPLAY 'WARNING: MORE THAN ' WS-UNI-MAX
                   ' UNISSUED SCANS - SECTION IS INCOMPLETE, THE '
                   'COUNT IS NOT'
           END-IF

           WRITE FRAUD-RECORD FROM WS-BLANK-LINE
           MOVE WS-UNISSUED-CNT TO WT-UNISSUED-CNT
           WRITE FRAUD-RECORD FROM WS-UNI-TRL-LINE
           .
       3300-EXIT.
           EXIT.

      ****************************************************************
      * CREDIT EACH DISTINCT SCANNED PASS TO THE KIOSK THAT ISSUED   *
      * IT AND LIST EVERY KIOSK'S ISSUED AND SCANNED COUNTS - A PASS *
      * SCANNED TWICE IS STILL ONE PASS REDEEMED                      *
      ****************************************************************
       3400-REPORT-REDEMPTION.

           IF NOT ISSUED-LOADED
               GO TO 3400-EXIT
           END-IF

           MOVE 1 TO WS-PB-SUB
           PERFORM UNTIL WS-PB-SUB GREATER WS-PB-PASS-CNT
               MOVE PB-PASS-ID(WS-PB-SUB) TO WS-ISS-LOOK-ID
               PERFORM 2310-FIND-ISSUED-RANGE THRU 2310-EXIT
               IF ISS-FOUND
                   MOVE IS-KIOSK-ID(WS-ISS-HIT-SUB) TO IR-KIOSK-ID
                   PERFORM 1160-FIND-KIOSK THRU 1160-EXIT
                   IF WS-ISK-SUB GREATER 0
                       ADD 1 TO IK-SCANNED(WS-ISK-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-PB-SUB
           END-PERFORM

           WRITE FRAUD-RECORD FROM WS-BLANK-LINE
           WRITE FRAUD-RECORD FROM WS-RDM-HDR-LINE
           WRITE FRAUD-RECORD FROM WS-BLANK-LINE

           MOVE 1 TO WS-ISK-SUB
           PERFORM UNTIL WS-ISK-SUB GREATER WS-ISK-CNT
               MOVE IK-KIOSK-ID(WS-ISK-SUB) TO WR-KIOSK-ID
               MOVE IK-ISSUED(WS-ISK-SUB)   TO WR-ISSUED
               MOVE IK-SCANNED(WS-ISK-SUB)  TO WR-SCANNED
               IF IK-ISSUED(WS-ISK-SUB) GREATER 0
                   COMPUTE WS-RDM-PCT ROUNDED =
                       IK-SCANNED(WS-ISK-SUB) * 100
                           / IK-ISSUED(WS-ISK-SUB)
               ELSE
                   MOVE 0 TO WS-RDM-PCT
               END-IF
               MOVE WS-RDM-PCT TO WR-PCT
               WRITE FRAUD-RECORD FROM WS-RDM-LINE
               ADD 1 TO WS-ISK-SUB
           END-PERFORM
           .
       3400-EXIT.
           EXIT.

      ****************************************************************
      * APPEND TONIGHT'S COUNTS TO THE FRAUD COUNT HISTORY FOR THE   *
      * MONTH-END SUMMARY                                             *
      ****************************************************************
       3500-WRITE-FRAUD-HISTORY.

           COPY OPENFILE REPLACING OPEN-MODE BY EXTEND
               OPEN-FILE-NAME BY FRAUDHIST-FILE.
           IF FRAUDHIST-FILE-NOT-FOUND
               COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
                   OPEN-FILE-NAME BY FRAUDHIST-FILE.
           END-IF

           MOVE SPACES          TO WS-FRAUDH-LINE
           MOVE WS-RUN-DATE     TO FH-RUN-DATE
           MOVE WS-SCAN-CNT     TO FH-SCAN-CNT
           MOVE WS-INVALID-CNT  TO FH-INVALID-CNT
           MOVE WS-BADFMT-CNT   TO FH-BADFMT-CNT
           MOVE WS-HOTLIST-CNT  TO FH-HOTLIST-CNT
           MOVE WS-BOTH-CNT     TO FH-BOTH-CNT
           MOVE WS-PB-GROUP-CNT TO FH-PB-GROUP-CNT
           MOVE WS-UNISSUED-CNT TO FH-UNISSUED-CNT
           WRITE FRAUDHIST-RECORD FROM WS-FRAUDH-LINE

           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY FRAUDHIST-FILE.
           .
       3500-EXIT.
           EXIT.

      ****************************************************************
      * LIST ONE SCAN OF A PASSBACK GROUP WITH ITS GAP FROM THE SCAN *
      * BEFORE IT, MARKING THE ONE THAT BROKE A WINDOW               *
      ****************************************************************
       3150-WRITE-GROUP-SCAN.

           MOVE PS-SCAN-TIME(WS-PB-CUR) TO WB-SCAN-TIME
           MOVE PS-LANE(WS-PB-CUR)      TO WB-LANE
           MOVE SPACES                  TO WB-FLAG

           IF WS-PB-PREV EQUAL 0
               MOVE 'FIRST SCAN' TO WB-GAP-AREA
               WRITE FRAUD-RECORD FROM WS-PB-SCAN-LINE
               GO TO 3150-EXIT
           END-IF

           COMPUTE WS-PB-GAP-SECS =
               PS-SECS(WS-PB-CUR) - PS-SECS(WS-PB-PREV)
           COMPUTE WB-GAP-MIN = WS-PB-GAP-SECS / 60
           MOVE ' MIN AFTER PRIOR' TO WB-GAP-LABEL
           IF PS-LANE(WS-PB-CUR) NOT EQUAL PS-LANE(WS-PB-PREV)
                   AND WS-PB-GAP-SECS NOT GREATER WS-PB-TRAVEL-SECS
               MOVE '** CLONE?' TO WB-FLAG
           ELSE
               IF WS-PB-GAP-SECS NOT GREATER WS-PB-PASSBACK-SECS
                   MOVE '** PASSBACK' TO WB-FLAG
               END-IF
           END-IF
           WRITE FRAUD-RECORD FROM WS-PB-SCAN-LINE
           .
       3150-EXIT.
           EXIT.

           COPY PARMPA.

           COPY CTLTOTPA.
