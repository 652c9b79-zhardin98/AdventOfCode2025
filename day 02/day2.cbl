      *    DETAIL REPORT OF INVALID IDS FOUND
           SELECT DETAIL-FILE ASSIGN TO 'INVALOUT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    EVERY RANGE EACH KIOSK ISSUED TONIGHT, FOR PASS-VERIFY'S
      *    CROSS-CHECK OF THE PASSES ACTUALLY SCANNED
           SELECT ISSUED-FILE ASSIGN TO 'ISSUED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    DAY-RESULTS INTERFACE FILE READ BY MASTER-CONTROL
           DATA RECORD IS DETAIL-RECORD.
       01  DETAIL-RECORD                        PIC X(80).

       FD  ISSUED-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ISSUED-RECORD.
       01  ISSUED-RECORD                        PIC X(80).

       COPY PARMFD.

       COPY RSLTFD.
           05  WS-RANGE-ENTRY OCCURS 2000 TIMES.
               10 WS-RANGE-KIOSK                PIC X(8).
               10 WS-ID-RANGE                   PIC X(21).
      *            THE RANGE'S ENDS AS NUMBERS, CONVERTED ONCE FOR
      *            THE OVERLAP CHECK AND REUSED BY THE SCAN
               10 WS-RANGE-LOW-N                PIC 9(10).
               10 WS-RANGE-HIGH-N               PIC 9(10).
      *            'Y' WHEN AN EARLIER RANGE SHARES SOME OF ITS IDS
               10 WS-RANGE-OVLP                 PIC X(1).
                  88 RANGE-OVERLAPS-EARLIER                VALUE 'Y'.
       01  WS-MAX-TOT-RANGES                    PIC 9(4)   VALUE 2000.
       01  WS-TOT-RANGE-CNT                     PIC 9(4)   VALUE 0.
       01  WS-MAX-RANGES                        PIC 9(3)   VALUE 200.
           05 WS-CHK-ID OCCURS 110000 TIMES     PIC 9(10).
       01  WS-CHK-SUB                           PIC 9(9)   VALUE 0.

       COPY ISSUEREC.

       01  WS-DETAIL-LINE.
           05 WD-INVALID-ID                     PIC Z(9)9.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WD-RANGE                          PIC X(21).
           05 FILLER                            PIC X(2)   VALUE SPACES.
      *        SET ONLY WHEN AN EARLIER RANGE ALREADY COUNTED THE ID
           05 WD-REPEAT-NOTE                    PIC X(24).
           05 WD-REPEAT-KIOSK                   PIC X(8).
           05 FILLER                            PIC X(10)  VALUE SPACES.

      *    OVERLAPPING-RANGE STATE. EVERY PAIR OF RANGES SHARING IDS
      *    IS LISTED AHEAD OF THE KIOSK DETAIL; DURING THE SCAN AN
      *    INVALID ID AN EARLIER RANGE ALREADY COUNTED IS BACKED OUT
      *    OF THE GRAND TOTAL (AND OUT OF ITS KIOSK'S SUBTOTAL TOO
      *    WHEN THE SAME KIOSK SENT BOTH RANGES)
       01  WS-OVL-CNT                           PIC 9(7)   VALUE 0.
       01  WS-OVL-I                             PIC 9(4)   VALUE 0.
       01  WS-OVL-J                             PIC 9(4)   VALUE 0.
       01  WS-OVL-LOW                           PIC 9(10).
       01  WS-OVL-HIGH                          PIC 9(10).
       01  WS-REPEAT-CNT                        PIC 9(9)   VALUE 0.
       01  WS-REPEAT-SUM                        PIC 9(18)  VALUE 0.
       01  WS-REPEAT-SW                         PIC X(1).
           88 ID-COUNTED-BEFORE                            VALUE 'Y'.
       01  WS-REPEAT-KSK-SW                     PIC X(1).
           88 ID-COUNTED-BY-KIOSK                          VALUE 'Y'.
       01  WS-REPEAT-KIOSK                      PIC X(8).
       01  WS-OVL-FAILED                        PIC X(1)   VALUE 'N'.
           88 OVERLAP-FAILED                               VALUE 'Y'.

       01  WS-OVL-HDR-LINE                      PIC X(80)  VALUE
           'OVERLAPPING ID RANGES - EACH SHARED ID COUNTED ONCE'.

       01  WS-OVL-LINE.
           05 FILLER                            PIC X(9)   VALUE
               'OVERLAP  '.
           05 WO-KIOSK-1                        PIC X(8).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WO-RANGE-1                        PIC X(21).
           05 FILLER                            PIC X(6)   VALUE
               ' WITH '.
           05 WO-KIOSK-2                        PIC X(8).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WO-RANGE-2                        PIC X(21).
           05 FILLER                            PIC X(5)   VALUE SPACES.

       01  WS-OVL-SPAN-LINE.
           05 FILLER                            PIC X(17)  VALUE
               'OVERLAPPED SPAN  '.
           05 WO-SPAN-LOW                       PIC 9(10).
           05 FILLER                            PIC X(1)   VALUE '-'.
           05 WO-SPAN-HIGH                      PIC 9(10).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WO-SPAN-NOTE                      PIC X(20).
           05 FILLER                            PIC X(19)  VALUE SPACES.

       01  WS-OVL-TRL-LINE.
           05 FILLER                            PIC X(17)  VALUE
               'OVERLAPS FOUND   '.
           05 WO-OVL-CNT                        PIC Z(6)9.
           05 FILLER                            PIC X(56)  VALUE SPACES.

      *    RUN DATE SHARED WITH A CALLING DRIVER (OR DEFAULTED TO
      *    TODAY WHEN RUN STANDALONE) AND THE CONTROL-TOTAL/HISTORY
               PERFORM 8300-PUT-DAY-RESULT THRU 8300-EXIT
               GO TO 0100-EXIT
           END-IF
      *    CONVERT EVERY RANGE AND LIST THE OVERLAPS BEFORE ANY ID
      *    IS SCANNED. WHEN THE PARAMETER CARD SAYS AN OVERLAP IS
      *    FATAL, THE STEP FAILS HERE THE WAY A TRAILER FAILURE DOES,
      *    WITH THE OVERLAPS ALREADY ON INVALOUT FOR THE GIFT SHOP
           PERFORM 2300-CONVERT-RANGES THRU 2300-EXIT
           PERFORM 2400-FIND-OVERLAPS  THRU 2400-EXIT
           IF OVERLAP-FAILED
               PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
               MOVE '12' TO WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 8300-PUT-DAY-RESULT THRU 8300-EXIT
               GO TO 0100-EXIT
           END-IF
           PERFORM 3000-FIND-INVALIDS  THRU 3000-EXIT
               UNTIL WS-RANGE-CNT NOT LESS WS-TOT-RANGE-CNT
      *    CLOSE OUT THE LAST KIOSK'S CONTROL GROUP AHEAD OF THE
           PERFORM 9000-CLOSE-FILE     THRU 9000-EXIT
           DISPLAY 'SUM: ' OUT-SUM
           DISPLAY WS-TOT-INV-CNT ' INVALID IDS ACROSS ALL KIOSKS'
           IF WS-OVL-CNT GREATER 0
               DISPLAY WS-OVL-CNT ' OVERLAPPING RANGE PAIRS - '
                   WS-REPEAT-CNT ' REPEATED INVALID IDS (SUM '
                   WS-REPEAT-SUM ') COUNTED ONCE'
           END-IF
           MOVE 'GIFT-SHOP2' TO WS-CTL-PROGRAM-NAME
           MOVE WS-REC-CNT TO WS-CTL-RECS-READ
           MOVE WS-RANGES-PROCESSED TO WS-CTL-RECS-PROCESSED
               OPEN-FILE-NAME BY INPUT-FILE.
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY DETAIL-FILE.
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY ISSUED-FILE.
           MOVE SPACE TO WS-EOF
           .
       1000-EXIT.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * TURN EVERY RANGE'S TWO ENDS INTO NUMBERS, ONCE, IN TABLE     *
      * ORDER, SO THE OVERLAP CHECK AND THE SCAN SEE THE SAME VALUES *
      ****************************************************************
       2300-CONVERT-RANGES.

           MOVE 1 TO WS-OVL-I
           PERFORM UNTIL WS-OVL-I GREATER WS-TOT-RANGE-CNT
               PERFORM 2310-CONVERT-ONE-RANGE THRU 2310-EXIT
               ADD 1 TO WS-OVL-I
           END-PERFORM
           .
       2300-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE RANGE'S IDS INTO NUMERICS                            *
      ****************************************************************
       2310-CONVERT-ONE-RANGE.

           UNSTRING WS-ID-RANGE(WS-OVL-I) DELIMITED BY '-'
               INTO WS-FIRST-ID WS-SECOND-ID
           END-UNSTRING

      *    FIND LENGTH OF FIRST ID TO CONVERT IT TO NUMERIC
           MOVE 1 TO WS-NUM-CNT
           PERFORM UNTIL WS-FIRST-ID(1:WS-NUM-CNT) NOT NUMERIC
               MOVE WS-FIRST-ID(1:WS-NUM-CNT) TO WS-FIRST-ID-N
               ADD 1 TO WS-NUM-CNT
           END-PERFORM

      *    FIND LENGTH OF SECOND ID TO CONVERT IT TO NUMERIC
           MOVE 1 TO WS-NUM-CNT
           PERFORM UNTIL WS-SECOND-ID(1:WS-NUM-CNT) NOT NUMERIC
               MOVE WS-SECOND-ID(1:WS-NUM-CNT) TO WS-SECOND-ID-N
               ADD 1 TO WS-NUM-CNT
           END-PERFORM

           MOVE WS-FIRST-ID-N  TO WS-RANGE-LOW-N(WS-OVL-I)
           MOVE WS-SECOND-ID-N TO WS-RANGE-HIGH-N(WS-OVL-I)
           MOVE 'N'            TO WS-RANGE-OVLP(WS-OVL-I)
           .
       2310-EXIT.
           EXIT.

      ****************************************************************
      * COMPARE EVERY RANGE WITH EVERY LATER ONE AND LIST EACH PAIR  *
      * SHARING IDS - BOTH KIOSKS, BOTH RANGES, AND THE SHARED SPAN. *
      * A RANGE KEYED HIGH-LOW HOLDS NO IDS, SO IT OVERLAPS NOTHING. *
      * THE LATER RANGE OF EACH PAIR IS MARKED SO THE SCAN KNOWS TO  *
      * LOOK BACK FOR IDS ALREADY COUNTED                             *
      ****************************************************************
       2400-FIND-OVERLAPS.

           MOVE 1 TO WS-OVL-I
           PERFORM UNTIL WS-OVL-I NOT LESS WS-TOT-RANGE-CNT
               COMPUTE WS-OVL-J = WS-OVL-I + 1
               PERFORM UNTIL WS-OVL-J GREATER WS-TOT-RANGE-CNT
                   PERFORM 2410-CHECK-PAIR THRU 2410-EXIT
                   ADD 1 TO WS-OVL-J
               END-PERFORM
               ADD 1 TO WS-OVL-I
           END-PERFORM

           IF WS-OVL-CNT EQUAL 0
               GO TO 2400-EXIT
           END-IF

           MOVE WS-OVL-CNT TO WO-OVL-CNT
           WRITE DETAIL-RECORD FROM WS-OVL-TRL-LINE

           IF WS-PARM-OVERLAP-ACTION EQUAL 1
               DISPLAY 'ERROR: ' WS-OVL-CNT
                   ' OVERLAPPING ID RANGE PAIRS - OVERLAP-ACTION 1, '
                   'RUN FAILED'
               SET OVERLAP-FAILED TO TRUE
           ELSE
               DISPLAY 'WARNING: ' WS-OVL-CNT
                   ' OVERLAPPING ID RANGE PAIRS - SHARED IDS WILL '
                   'COUNT ONCE IN THE GRAND TOTAL'
           END-IF
           .
       2400-EXIT.
           EXIT.

      ****************************************************************
      * TEST ONE PAIR OF RANGES AND LIST THEM WHEN THEY SHARE IDS.   *
      * THE SECTION HEADER GOES OUT WITH THE FIRST OVERLAP FOUND      *
      ****************************************************************
       2410-CHECK-PAIR.

           IF WS-RANGE-LOW-N(WS-OVL-I) GREATER WS-RANGE-HIGH-N(WS-OVL-I)
                   OR WS-RANGE-LOW-N(WS-OVL-J)
                       GREATER WS-RANGE-HIGH-N(WS-OVL-J)
               GO TO 2410-EXIT
           END-IF

           IF WS-RANGE-LOW-N(WS-OVL-I) GREATER WS-RANGE-LOW-N(WS-OVL-J)
               MOVE WS-RANGE-LOW-N(WS-OVL-I) TO WS-OVL-LOW
           ELSE
               MOVE WS-RANGE-LOW-N(WS-OVL-J) TO WS-OVL-LOW
           END-IF
           IF WS-RANGE-HIGH-N(WS-OVL-I) LESS WS-RANGE-HIGH-N(WS-OVL-J)
               MOVE WS-RANGE-HIGH-N(WS-OVL-I) TO WS-OVL-HIGH
           ELSE
               MOVE WS-RANGE-HIGH-N(WS-OVL-J) TO WS-OVL-HIGH
           END-IF
           IF WS-OVL-LOW GREATER WS-OVL-HIGH
               GO TO 2410-EXIT
           END-IF

           IF WS-OVL-CNT EQUAL 0
               WRITE DETAIL-RECORD FROM WS-OVL-HDR-LINE
           END-IF
           ADD 1 TO WS-OVL-CNT
           MOVE 'Y' TO WS-RANGE-OVLP(WS-OVL-J)

           MOVE WS-RANGE-KIOSK(WS-OVL-I) TO WO-KIOSK-1
           MOVE WS-ID-RANGE(WS-OVL-I)    TO WO-RANGE-1
           MOVE WS-RANGE-KIOSK(WS-OVL-J) TO WO-KIOSK-2
           MOVE WS-ID-RANGE(WS-OVL-J)    TO WO-RANGE-2
           WRITE DETAIL-RECORD FROM WS-OVL-LINE

           MOVE WS-OVL-LOW  TO WO-SPAN-LOW
           MOVE WS-OVL-HIGH TO WO-SPAN-HIGH
           EVALUATE TRUE
               WHEN WS-RANGE-KIOSK(WS-OVL-I)
                       NOT EQUAL WS-RANGE-KIOSK(WS-OVL-J)
                   MOVE 'ACROSS KIOSKS'       TO WO-SPAN-NOTE
               WHEN WS-RANGE-LOW-N(WS-OVL-I)
                       EQUAL WS-RANGE-LOW-N(WS-OVL-J)
                   AND WS-RANGE-HIGH-N(WS-OVL-I)
                       EQUAL WS-RANGE-HIGH-N(WS-OVL-J)
                   MOVE 'RESENT BY ONE KIOSK' TO WO-SPAN-NOTE
               WHEN OTHER
                   MOVE 'WITHIN ONE KIOSK'    TO WO-SPAN-NOTE
           END-EVALUATE
           WRITE DETAIL-RECORD FROM WS-OVL-SPAN-LINE
           .
       2410-EXIT.
           EXIT.

      ****************************************************************
      * SLOT IDS INTO NUMERICS AND FIND THE INVALID IDS - ONE RANGE  *
      * PER PASS, BREAKING TO A NEW KIOSK GROUP WHEN THE TAG CHANGES *

           ADD 1 TO WS-RANGES-PROCESSED

           MOVE WS-RANGE-LOW-N(WS-RANGE-CNT)  TO WS-FIRST-ID-N
           MOVE WS-RANGE-HIGH-N(WS-RANGE-CNT) TO WS-SECOND-ID-N

      *    PUBLISH THE RANGE AS ISSUED BY ITS KIOSK FOR PASS-VERIFY
           MOVE SPACES                       TO WS-ISSUE-LINE
           MOVE WS-RANGE-KIOSK(WS-RANGE-CNT) TO IR-KIOSK-ID
           MOVE WS-FIRST-ID-N                TO IR-LOW-ID
           MOVE WS-SECOND-ID-N               TO IR-HIGH-ID
           MOVE WS-RUN-DATE                  TO IR-RUN-DATE
           WRITE ISSUED-RECORD FROM WS-ISSUE-LINE

      *    HAND THE RANGE TO THE SHARED VALIDATION SERVICE AND REPORT
      *    EVERY INVALID ID IT FOUND
               DISPLAY 'WARNING: RANGE ' WS-ID-RANGE(WS-RANGE-CNT)
                   ' HOLDS MORE INVALID IDS THAN THE DETAIL TABLE - '
                   'DETAIL LINES INCOMPLETE, TOTALS STILL RIGHT'
               IF RANGE-OVERLAPS-EARLIER(WS-RANGE-CNT)
                   DISPLAY 'WARNING: RANGE '
                       WS-ID-RANGE(WS-RANGE-CNT)
                       ' ALSO OVERLAPS AN EARLIER RANGE - IDS PAST '
                       'THE DETAIL TABLE MAY BE COUNTED TWICE'
               END-IF
           END-IF
           MOVE 1 TO WS-CHK-SUB
           PERFORM UNTIL WS-CHK-SUB GREATER WS-CHK-COUNT
                   OR WS-CHK-SUB GREATER 110000
               MOVE WS-CHK-ID(WS-CHK-SUB) TO WS-CURR-NUM
               MOVE 'N' TO WS-REPEAT-SW
                           WS-REPEAT-KSK-SW
               IF RANGE-OVERLAPS-EARLIER(WS-RANGE-CNT)
                   PERFORM 3050-CHECK-REPEAT-ID THRU 3050-EXIT
               END-IF
               PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT
               ADD 1 TO WS-CHK-SUB
           END-PERFORM
       3000-EXIT.
           EXIT.

      ****************************************************************
      * LOOK BACK OVER THE RANGES ALREADY SCANNED FOR ONE HOLDING    *
      * THIS INVALID ID. IF ONE DOES THE ID WAS COUNTED THERE, SO IT *
      * COMES BACK OUT OF THE GRAND TOTAL - AND OUT OF THIS KIOSK'S  *
      * SUBTOTAL IF THIS KIOSK SENT THAT EARLIER RANGE TOO            *
      ****************************************************************
       3050-CHECK-REPEAT-ID.

           MOVE 1 TO WS-OVL-J
           PERFORM UNTIL WS-OVL-J NOT LESS WS-RANGE-CNT
                   OR ID-COUNTED-BY-KIOSK
               IF WS-CURR-NUM NOT LESS WS-RANGE-LOW-N(WS-OVL-J)
                       AND WS-CURR-NUM
                           NOT GREATER WS-RANGE-HIGH-N(WS-OVL-J)
                   IF NOT ID-COUNTED-BEFORE
                       SET ID-COUNTED-BEFORE TO TRUE
                       MOVE WS-RANGE-KIOSK(WS-OVL-J)
                           TO WS-REPEAT-KIOSK
                   END-IF
                   IF WS-RANGE-KIOSK(WS-OVL-J)
                           EQUAL WS-RANGE-KIOSK(WS-RANGE-CNT)
                       SET ID-COUNTED-BY-KIOSK TO TRUE
                       MOVE WS-RANGE-KIOSK(WS-OVL-J)
                           TO WS-REPEAT-KIOSK
                   END-IF
               END-IF
               ADD 1 TO WS-OVL-J
           END-PERFORM

           IF ID-COUNTED-BEFORE
               ADD 1           TO WS-REPEAT-CNT
               ADD WS-CURR-NUM TO WS-REPEAT-SUM
               SUBTRACT 1           FROM WS-TOT-INV-CNT
               SUBTRACT WS-CURR-NUM FROM OUT-SUM
           END-IF
           IF ID-COUNTED-BY-KIOSK
               SUBTRACT 1           FROM WS-KSK-INV-CNT
               SUBTRACT WS-CURR-NUM FROM WS-KSK-SUM
           END-IF
           .
       3050-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE DETAIL LINE FOR AN INVALID ID JUST FOUND            *
      ****************************************************************
           MOVE SPACES                       TO WS-DETAIL-LINE
           MOVE WS-CURR-NUM                  TO WD-INVALID-ID
           MOVE WS-ID-RANGE(WS-RANGE-CNT)     TO WD-RANGE
           IF ID-COUNTED-BEFORE
               MOVE 'COUNTED ONCE - ALSO IN  ' TO WD-REPEAT-NOTE
               MOVE WS-REPEAT-KIOSK            TO WD-REPEAT-KIOSK
           END-IF

           WRITE DETAIL-RECORD FROM WS-DETAIL-LINE
           .

           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY INPUT-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY DETAIL-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY ISSUED-FILE.
           .
       9000-EXIT.
           EXIT.
