       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-READY.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * PRE-FLIGHT FEED READINESS CHECK - THE FIRST STEP OF THE     *
      * NIGHTLY RUN. BEFORE ANY DAY STEP OPENS ITS INPUT, EVERY FEED *
      * THE NIGHT DEPENDS ON IS CONFIRMED PRESENT AND NOT EMPTY, AND *
      * THE THREE DAY FEEDS ARE BALANCED TO THEIR SENDER'S TRAILER.  *
      * EACH FEED IS ALSO FINGERPRINTED - RECORD COUNT, TRAILER      *
      * COUNT AND TOTAL, AND A CONTENT CHECKSUM - AND MATCHED        *
      * AGAINST THE FEED REGISTER OF EARLIER NIGHTS, SO A RESEND OF  *
      * AN OLD NIGHT'S FEED, WHICH WOULD BALANCE AND RUN CLEAN, IS   *
      * CAUGHT AS WELL. ANY FEED NOT READY ENDS THE STEP WITH RC 16, *
      * WHICH NO OTHER STEP OF THE NIGHT USES, SO THE SCHEDULER CAN  *
      * HOLD THE JOB ON IT. A ONE-PAGE READINESS REPORT TELLS THE    *
      * OPERATOR WHICH FEED AND WHY. ONLY A NIGHT THAT IS LET        *
      * THROUGH IS ADDED TO THE REGISTER, SO A HELD NIGHT RERUN      *
      * AFTER ITS FEEDS ARE FIXED IS NOT MATCHED AGAINST ITSELF. A   *
      * RESEND THE SENDER CONFIRMS IS GENUINE IS LET THROUGH BY AN   *
      * OVERRIDE CARD, RESEND=FEED,CCYYMMDD NAMING THE NIGHT IT      *
      * REPEATS, ON THE RERUN - THE NIGHT IS THEN REGISTERED LIKE    *
      * ANY OTHER. A CARD NAMING ANY OTHER NIGHT, OR A FEED NOT      *
      * GRADED RESEND, CHANGES NOTHING.                              *
      * EVERY FEED NOT READY IS ALSO WRITTEN TO THE HOLD NOTE, FOR   *
      * THE NOTIFICATION STEP TO PAGE THE HELD NIGHT OUT.            *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SECRET-ENTRANCE DOOR ROTATION FEED
           SELECT INFILE1-FILE ASSIGN TO 'INFILE1.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *    GIFT-SHOP2 KIOSK ID-RANGE FEED
           SELECT INFILE2-FILE ASSIGN TO 'INFILE2.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *    GIFT-SHOP3 RIG JOLTAGE FEED
           SELECT INFILE3-FILE ASSIGN TO 'INFILE3.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *    TURNSTILE SCAN LOG FOR PASS-VERIFY
           SELECT SCANLOG-FILE ASSIGN TO 'SCANLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *    DOOR MASTER REFERENCE FILE
           SELECT DOORMST-FILE ASSIGN TO 'DOORMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *    TEST RIG MASTER REFERENCE FILE
           SELECT RIGMST-FILE ASSIGN TO 'RIGMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    OPERATOR'S CONFIRMED-RESEND OVERRIDE CARDS, NORMALLY EMPTY
           SELECT OVERRIDE-FILE ASSIGN TO 'FEEDOVR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
      *    FEED REGISTER OF EARLIER NIGHTS, APPENDED NIGHTLY
           SELECT FEEDREG-FILE ASSIGN TO 'FEEDREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.
      *    HOLD NOTE FOR OPS-NOTIFY, REWRITTEN EVERY RUN
           SELECT HOLDNOTE-FILE ASSIGN TO 'HOLDNOTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    ONE-PAGE READINESS REPORT FOR THE OPERATOR
           SELECT REPORT-FILE ASSIGN TO 'FEEDRDY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE DAY FEEDS ARE READ AT THEIR TRUE LENGTHS SO THE
      *    TRAILER IS KNOWN THE SAME WAY THE DAY PROGRAMS KNOW IT
       FD  INFILE1-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 17 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS INFILE1-RECORD.
       01  INFILE1-RECORD                       PIC X(17).

       FD  INFILE2-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 11000 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS INFILE2-RECORD.
       01  INFILE2-RECORD                       PIC X(11000).

       FD  INFILE3-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 9999 CHARACTERS
               DEPENDING ON WS-REC-LEN
           DATA RECORD IS INFILE3-RECORD.
       01  INFILE3-RECORD                       PIC X(9999).

       FD  SCANLOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCANLOG-RECORD.
       01  SCANLOG-RECORD                       PIC X(80).

       FD  DOORMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORMST-RECORD.
       01  DOORMST-RECORD                       PIC X(120).

       FD  RIGMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RIGMST-RECORD.
       01  RIGMST-RECORD                        PIC X(80).

       COPY PARMFD.

       FD  OVERRIDE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OVERRIDE-RECORD.
       01  OVERRIDE-RECORD                      PIC X(80).

       FD  FEEDREG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEEDREG-RECORD.
       01  FEEDREG-RECORD                       PIC X(80).

       FD  HOLDNOTE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOLDNOTE-RECORD.
       01  HOLDNOTE-RECORD                      PIC X(80).

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

       01  WS-FEED-STATUS                       PIC X(2).
           88 FEED-OPENED                                  VALUE '00'.
           88 FEED-FILE-NOT-FOUND                          VALUE '35'.
       01  WS-FEEDREG-STATUS                    PIC X(2).
           88 FEEDREG-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-OVR-STATUS                        PIC X(2).
           88 OVR-FILE-NOT-FOUND                           VALUE '35'.

      *    ONE OVERRIDE CARD AS READ - RESEND=FEED,CCYYMMDD
       01  WS-OVR-LINE                          PIC X(80).
       01  WS-OVR-KEYWORD                       PIC X(20).
       01  WS-OVR-FEED                          PIC X(20).
       01  WS-OVR-DATE                          PIC X(20).
       01  WS-OVR-CNT                           PIC 9(3)   VALUE 0.

           COPY FEEDREG.

           COPY HOLDREC.

      *    THE FEEDS CHECKED, IN REPORT ORDER, AND WHAT KIND EACH IS -
      *    T A DAY FEED THAT CARRIES ITS SENDER'S TRAILER, N A NIGHT
      *    FEED WITH NO TRAILER, R A REFERENCE FILE. ONLY THE NIGHT
      *    FEEDS CHANGE EVERY NIGHT, SO ONLY THEY ARE HELD AS RESENDS
       01  WS-FEED-DEF-TBL.
           05 FILLER                            PIC X(9)   VALUE
               'INFILE1 T'.
           05 FILLER                            PIC X(9)   VALUE
               'INFILE2 T'.
           05 FILLER                            PIC X(9)   VALUE
               'INFILE3 T'.
           05 FILLER                            PIC X(9)   VALUE
               'SCANLOG N'.
           05 FILLER                            PIC X(9)   VALUE
               'DOORMST R'.
           05 FILLER                            PIC X(9)   VALUE
               'RIGMST  R'.
           05 FILLER                            PIC X(9)   VALUE
               'PARMFILER'.
       01  WS-FEED-DEF-TBL-R REDEFINES WS-FEED-DEF-TBL.
           05 WS-FEED-DEF OCCURS 7 TIMES.
               10 WD-FEED-NAME                  PIC X(8).
               10 WD-FEED-KIND                  PIC X(1).
                   88 FEED-TRAILERED                       VALUE 'T'.
                   88 FEED-NIGHTLY                         VALUE 'T'
                                                                 'N'.
                   88 FEED-REFERENCE                       VALUE 'R'.
       01  WS-FEED-CNT                          PIC 9(1)   VALUE 7.

      *    WHAT WAS FOUND ON EACH FEED TONIGHT, AND HOW IT COMPARES
      *    WITH THE REGISTER
       01  WS-FEED-TBL.
           05 WS-FEED-ENTRY OCCURS 7 TIMES.
               10 WF-OPEN-STATUS                PIC X(2).
               10 WF-FOUND                      PIC X(1).
                   88 WF-FEED-FOUND                        VALUE 'Y'.
               10 WF-TRL-SEEN                   PIC X(1).
                   88 WF-TRAILER-SEEN                      VALUE 'Y'.
               10 WF-REC-CNT                    PIC 9(9).
               10 WF-TRL-CNT                    PIC 9(9).
               10 WF-TRL-TOT                    PIC 9(9).
               10 WF-CHECKSUM                   PIC 9(15).
               10 WF-MATCH-DATE                 PIC X(8).
               10 WF-LAST-DATE                  PIC X(8).
               10 WF-LAST-SAME                  PIC X(1).
                   88 WF-SAME-AS-LAST                      VALUE 'Y'.
               10 WF-OVR-DATE                   PIC X(8).
               10 WF-STATUS                     PIC X(10).
                   88 WF-READY                             VALUE
                                                           'READY'
                                                           'ACCEPTED'.
               10 WF-NOTE                       PIC X(26).
       01  WS-FEED-SUB                          PIC 9(1)   VALUE 0.
       01  WS-REG-SUB                           PIC 9(1)   VALUE 0.

      *    THE RECORD IN HAND, WHATEVER FEED IT CAME FROM
       01  WS-REC-LEN                           PIC 9(5)   VALUE 0.
       01  WS-REC-BUF                           PIC X(11000).
       01  WS-IS-TRAILER                        PIC X(1).
           88 IS-TRAILER                                   VALUE 'Y'.
       01  WS-IN-TRL-CNT                        PIC 9(9)   VALUE 0.
       01  WS-IN-TRL-TOT                        PIC 9(9)   VALUE 0.

      *    CONTENT CHECKSUM - EACH NON-BLANK BYTE WEIGHTED BY ITS
      *    COLUMN, EACH RECORD FOLDED IN BY ITS PLACE IN THE FILE, SO
      *    REORDERED OR SHIFTED DATA DOES NOT CHECKSUM THE SAME
       01  WS-BYTE-SUB                          PIC 9(5)   VALUE 0.
       01  WS-LINE-SUM                          PIC 9(15)  VALUE 0.
       01  WS-CK-WORK                           PIC 9(18)  VALUE 0.
       01  WS-CK-QUOT                           PIC 9(18)  VALUE 0.
       01  WS-CK-MODULUS                        PIC 9(15)
           VALUE 999999999999989.

       01  WS-SAME-FEED                         PIC X(1).
           88 SAME-FEED                                    VALUE 'Y'.
       01  WS-REG-LINE-CNT                      PIC 9(7)   VALUE 0.
       01  WS-READY-CNT                         PIC 9(1)   VALUE 0.
       01  WS-HELD-CNT                          PIC 9(1)   VALUE 0.

       01  WS-RUN-DATE                          PIC X(8).

       01  WS-HEADER-LINE.
           05 FILLER                            PIC X(33)  VALUE
               'NIGHTLY FEED READINESS           '.
           05 FILLER                            PIC X(10)  VALUE
               'RUN DATE: '.
           05 WH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(29)  VALUE SPACES.

       01  WS-COL-HEAD-1                        PIC X(80)  VALUE
           'FEED        RECORDS    TRAILER    TRAILER  STATUS     NOTE'.
       01  WS-COL-HEAD-2                        PIC X(80)  VALUE
           '                         COUNT      TOTAL'.

       01  WS-FEED-LINE.
           05 WL-FEED-NAME                      PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-REC-CNT                        PIC Z(8)9.
           05 WL-REC-CNT-X REDEFINES WL-REC-CNT PIC X(9).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-TRL-CNT                        PIC Z(8)9.
           05 WL-TRL-CNT-X REDEFINES WL-TRL-CNT PIC X(9).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-TRL-TOT                        PIC Z(8)9.
           05 WL-TRL-TOT-X REDEFINES WL-TRL-TOT PIC X(9).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WL-STATUS                         PIC X(10).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 WL-NOTE                           PIC X(26).

       01  WS-LEGEND-1                          PIC X(80)  VALUE
           'TRAILERS ARE CARRIED ON INFILE1-3 ONLY. THE SCAN LOG AND THE
      -    ' REFERENCE'.
       01  WS-LEGEND-2                          PIC X(80)  VALUE
           'FILES ARE CHECKED PRESENT AND NOT EMPTY. A RESEND MATCHES AN
      -    ' EARLIER'.
       01  WS-LEGEND-3                          PIC X(80)  VALUE
           'NIGHT''S FEED ON RECORD COUNT, TRAILER AND CHECKSUM.'.
       01  WS-LEGEND-4                          PIC X(80)  VALUE
           'ACCEPTED IS A RESEND THE SENDER CONFIRMED, LET THROUGH BY A 
      -    'FEEDOVR CARD.'.

       01  WS-COUNT-LINE.
           05 FILLER                            PIC X(14)  VALUE
               'FEEDS READY:  '.
           05 WC-READY-CNT                      PIC 9.
           05 FILLER                            PIC X(4)   VALUE
               ' OF '.
           05 WC-FEED-CNT                       PIC 9.
           05 FILLER                            PIC X(60)  VALUE SPACES.

       01  WS-GO-LINE                           PIC X(80)  VALUE
           'ALL FEEDS READY - NIGHTLY RUN RELEASED'.
       01  WS-HOLD-LINE-1                       PIC X(80)  VALUE
           'NIGHTLY RUN HELD - RC 16. CORRECT OR REPLACE THE FEEDS NOT R
      -    'EADY, THEN RESTART'.
       01  WS-HOLD-LINE-2                       PIC X(80)  VALUE
           'AT STEP001. A RESEND THE SENDER CONFIRMS IS LET THROUGH BY A
      -    ' FEEDOVR CARD'.
       01  WS-HOLD-LINE-3                       PIC X(80)  VALUE
           'RESEND=FEED,CCYYMMDD - THE NIGHT IT IS THE SAME AS - AND A R
      -    'ESTART AT STEP001.'.

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
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 1100-CHECK-INFILE1 THRU 1100-EXIT
           PERFORM 1200-CHECK-INFILE2 THRU 1200-EXIT
           PERFORM 1300-CHECK-INFILE3 THRU 1300-EXIT
           PERFORM 1400-CHECK-SCANLOG THRU 1400-EXIT
           PERFORM 1500-CHECK-DOORMST THRU 1500-EXIT
           PERFORM 1600-CHECK-RIGMST  THRU 1600-EXIT
           PERFORM 1700-CHECK-PARMFILE THRU 1700-EXIT
           PERFORM 1800-READ-OVERRIDES THRU 1800-EXIT

           PERFORM 2000-MATCH-REGISTER THRU 2000-EXIT

           MOVE 1 TO WS-FEED-SUB
           PERFORM 3000-GRADE-FEED THRU 3000-EXIT
               UNTIL WS-FEED-SUB GREATER WS-FEED-CNT

           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
           PERFORM 4500-WRITE-HOLD-NOTE THRU 4500-EXIT

           IF WS-HELD-CNT EQUAL 0
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               DISPLAY 'ALL ' WS-FEED-CNT ' FEEDS READY - NIGHTLY '
                   'RUN RELEASED'
           ELSE
               DISPLAY WS-HELD-CNT ' OF ' WS-FEED-CNT
                   ' FEEDS NOT READY - NIGHTLY RUN HELD'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * CLEAR WHAT WAS FOUND ON EACH FEED                             *
      ****************************************************************
       1000-INITIALIZE.

           MOVE 1 TO WS-FEED-SUB
           PERFORM UNTIL WS-FEED-SUB GREATER WS-FEED-CNT
               MOVE SPACES TO WF-OPEN-STATUS(WS-FEED-SUB)
                              WF-MATCH-DATE(WS-FEED-SUB)
                              WF-LAST-DATE(WS-FEED-SUB)
                              WF-STATUS(WS-FEED-SUB)
                              WF-NOTE(WS-FEED-SUB)
                              WF-OVR-DATE(WS-FEED-SUB)
               MOVE 'N' TO WF-FOUND(WS-FEED-SUB)
                           WF-TRL-SEEN(WS-FEED-SUB)
                           WF-LAST-SAME(WS-FEED-SUB)
               MOVE 0   TO WF-REC-CNT(WS-FEED-SUB)
                           WF-TRL-CNT(WS-FEED-SUB)
                           WF-TRL-TOT(WS-FEED-SUB)
                           WF-CHECKSUM(WS-FEED-SUB)
               ADD 1 TO WS-FEED-SUB
           END-PERFORM
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * SECRET-ENTRANCE'S FEED - ITS TRAILER IS THE ONLY 17-BYTE      *
      * RECORD LED BY A 'T', CARRYING THE RECORD COUNT AND THE CLICK *
      * TOTAL                                                         *
      ****************************************************************
       1100-CHECK-INFILE1.

           MOVE 1 TO WS-FEED-SUB
           OPEN INPUT INFILE1-FILE
           MOVE WS-FEED-STATUS TO WF-OPEN-STATUS(WS-FEED-SUB)
           IF NOT FEED-OPENED
               GO TO 1100-EXIT
           END-IF
           SET WF-FEED-FOUND(WS-FEED-SUB) TO TRUE

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ INFILE1-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-IS-TRAILER
                       IF WS-REC-LEN EQUAL 17
                               AND INFILE1-RECORD(1:1) EQUAL 'T'
                               AND INFILE1-RECORD(2:16) NUMERIC
                           SET IS-TRAILER TO TRUE
                           MOVE INFILE1-RECORD(2:7) TO WS-IN-TRL-CNT
                           MOVE INFILE1-RECORD(9:9) TO WS-IN-TRL-TOT
                       END-IF
                       MOVE INFILE1-RECORD TO WS-REC-BUF
                       PERFORM 1900-TAKE-RECORD THRU 1900-EXIT
               END-READ
           END-PERFORM

           CLOSE INFILE1-FILE
           .
       1100-EXIT.
           EXIT.

      ****************************************************************
      * GIFT-SHOP2'S FEED - ITS TRAILER IS A 'T' AND A 7-DIGIT COUNT *
      ****************************************************************
       1200-CHECK-INFILE2.

           MOVE 2 TO WS-FEED-SUB
           OPEN INPUT INFILE2-FILE
           MOVE WS-FEED-STATUS TO WF-OPEN-STATUS(WS-FEED-SUB)
           IF NOT FEED-OPENED
               GO TO 1200-EXIT
           END-IF
           SET WF-FEED-FOUND(WS-FEED-SUB) TO TRUE

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ INFILE2-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-IS-TRAILER
                       IF INFILE2-RECORD(1:1) EQUAL 'T'
                               AND INFILE2-RECORD(2:7) NUMERIC
                           SET IS-TRAILER TO TRUE
                           MOVE INFILE2-RECORD(2:7) TO WS-IN-TRL-CNT
                           MOVE 0 TO WS-IN-TRL-TOT
                       END-IF
                       MOVE INFILE2-RECORD TO WS-REC-BUF
                       PERFORM 1900-TAKE-RECORD THRU 1900-EXIT
               END-READ
           END-PERFORM

           CLOSE INFILE2-FILE
           .
       1200-EXIT.
           EXIT.

      ****************************************************************
      * GIFT-SHOP3'S FEED - ITS TRAILER IS THE ONLY 8-BYTE LINE LED  *
      * BY A 'T', SINCE A REAL JOLTAGE LINE IS ALL DIGITS             *
      ****************************************************************
       1300-CHECK-INFILE3.

           MOVE 3 TO WS-FEED-SUB
           OPEN INPUT INFILE3-FILE
           MOVE WS-FEED-STATUS TO WF-OPEN-STATUS(WS-FEED-SUB)
           IF NOT FEED-OPENED
               GO TO 1300-EXIT
           END-IF
           SET WF-FEED-FOUND(WS-FEED-SUB) TO TRUE

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ INFILE3-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-IS-TRAILER
                       IF WS-REC-LEN EQUAL 8
                               AND INFILE3-RECORD(1:1) EQUAL 'T'
                               AND INFILE3-RECORD(2:7) NUMERIC
                           SET IS-TRAILER TO TRUE
                           MOVE INFILE3-RECORD(2:7) TO WS-IN-TRL-CNT
                           MOVE 0 TO WS-IN-TRL-TOT
                       END-IF
                       MOVE INFILE3-RECORD TO WS-REC-BUF
                       PERFORM 1900-TAKE-RECORD THRU 1900-EXIT
               END-READ
           END-PERFORM

           CLOSE INFILE3-FILE
           .
       1300-EXIT.
           EXIT.

      ****************************************************************
      * THE TURNSTILE SCAN LOG - NO TRAILER                           *
      ****************************************************************
       1400-CHECK-SCANLOG.

           MOVE 4 TO WS-FEED-SUB
           OPEN INPUT SCANLOG-FILE
           MOVE WS-FEED-STATUS TO WF-OPEN-STATUS(WS-FEED-SUB)
           IF NOT FEED-OPENED
               GO TO 1400-EXIT
           END-IF
           SET WF-FEED-FOUND(WS-FEED-SUB) TO TRUE

           MOVE 'N' TO WS-IS-TRAILER
           MOVE 80  TO WS-REC-LEN
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ SCANLOG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SCANLOG-RECORD TO WS-REC-BUF
                       PERFORM 1900-TAKE-RECORD THRU 1900-EXIT
               END-READ
           END-PERFORM

           CLOSE SCANLOG-FILE
           .
       1400-EXIT.
           EXIT.

      ****************************************************************
      * THE DOOR MASTER - NO TRAILER                                  *
      ****************************************************************
       1500-CHECK-DOORMST.

           MOVE 5 TO WS-FEED-SUB
           OPEN INPUT DOORMST-FILE
           MOVE WS-FEED-STATUS TO WF-OPEN-STATUS(WS-FEED-SUB)
           IF NOT FEED-OPENED
               GO TO 1500-EXIT
           END-IF
           SET WF-FEED-FOUND(WS-FEED-SUB) TO TRUE

           MOVE 'N' TO WS-IS-TRAILER
           MOVE 120 TO WS-REC-LEN
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ DOORMST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE DOORMST-RECORD TO WS-REC-BUF
                       PERFORM 1900-TAKE-RECORD THRU 1900-EXIT
               END-READ
           END-PERFORM

           CLOSE DOORMST-FILE
           .
       1500-EXIT.
           EXIT.

      ****************************************************************
      * THE RIG MASTER - NO TRAILER                                   *
      ****************************************************************
       1600-CHECK-RIGMST.

           MOVE 6 TO WS-FEED-SUB
           OPEN INPUT RIGMST-FILE
           MOVE WS-FEED-STATUS TO WF-OPEN-STATUS(WS-FEED-SUB)
           IF NOT FEED-OPENED
               GO TO 1600-EXIT
           END-IF
           SET WF-FEED-FOUND(WS-FEED-SUB) TO TRUE

           MOVE 'N' TO WS-IS-TRAILER
           MOVE 80  TO WS-REC-LEN
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ RIGMST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE RIGMST-RECORD TO WS-REC-BUF
                       PERFORM 1900-TAKE-RECORD THRU 1900-EXIT
               END-READ
           END-PERFORM

           CLOSE RIGMST-FILE
           .
       1600-EXIT.
           EXIT.

      ****************************************************************
      * THE PARAMETER CONTROL CARDS - NO TRAILER. EVERY OTHER STEP   *
      * RUNS ON COMPILED DEFAULTS WITHOUT THEM, WHICH IS EXACTLY WHY *
      * THEIR ABSENCE MUST STOP THE NIGHT HERE                        *
      ****************************************************************
       1700-CHECK-PARMFILE.

           MOVE 7 TO WS-FEED-SUB
           OPEN INPUT PARM-FILE
           MOVE WS-PARM-FILE-STATUS TO WF-OPEN-STATUS(WS-FEED-SUB)
           IF WS-PARM-FILE-STATUS NOT EQUAL '00'
               GO TO 1700-EXIT
           END-IF
           SET WF-FEED-FOUND(WS-FEED-SUB) TO TRUE

           MOVE 'N' TO WS-IS-TRAILER
           MOVE 80  TO WS-REC-LEN
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ PARM-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE PARM-RECORD TO WS-REC-BUF
                       PERFORM 1900-TAKE-RECORD THRU 1900-EXIT
               END-READ
           END-PERFORM

           CLOSE PARM-FILE
           .
       1700-EXIT.
           EXIT.

      ****************************************************************
      * READ THE OPERATOR'S OVERRIDE CARDS. EACH RESEND=FEED,DATE    *
      * CARD IS HELD AGAINST ITS NIGHT FEED UNTIL GRADING, WHERE IT  *
      * ONLY COUNTS IF THE FEED TURNS OUT TO REPEAT THAT VERY NIGHT. *
      * NO FILE, OR AN EMPTY ONE, IS THE NORMAL CASE                 *
      ****************************************************************
       1800-READ-OVERRIDES.

           OPEN INPUT OVERRIDE-FILE
           IF OVR-FILE-NOT-FOUND
               GO TO 1800-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ OVERRIDE-FILE INTO WS-OVR-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 1850-APPLY-OVERRIDE THRU 1850-EXIT
               END-READ
           END-PERFORM

           CLOSE OVERRIDE-FILE
           .
       1800-EXIT.
           EXIT.

      ****************************************************************
      * CHECK ONE OVERRIDE CARD AND NOTE IT AGAINST ITS FEED. A CARD *
      * IN ERROR IS ONLY REPORTED - THE FEED STAYS AS GRADED         *
      ****************************************************************
       1850-APPLY-OVERRIDE.

           IF WS-OVR-LINE EQUAL SPACES
                   OR WS-OVR-LINE(1:1) EQUAL '*'
               GO TO 1850-EXIT
           END-IF

           MOVE SPACES TO WS-OVR-KEYWORD WS-OVR-FEED WS-OVR-DATE
           UNSTRING WS-OVR-LINE DELIMITED BY '=' OR ',' OR ALL SPACE
               INTO WS-OVR-KEYWORD WS-OVR-FEED WS-OVR-DATE
           END-UNSTRING

           IF WS-OVR-KEYWORD NOT EQUAL 'RESEND'
                   OR WS-OVR-DATE(1:8) NOT NUMERIC
                   OR WS-OVR-DATE(9:12) NOT EQUAL SPACES
               DISPLAY 'WARNING: OVERRIDE CARD NOT RESEND=FEED,CCYYMMDD'
                   ' - IGNORED: ' WS-OVR-LINE(1:40)
               GO TO 1850-EXIT
           END-IF

           MOVE 1 TO WS-FEED-SUB
           PERFORM UNTIL WS-FEED-SUB GREATER WS-FEED-CNT
                   OR WD-FEED-NAME(WS-FEED-SUB) EQUAL WS-OVR-FEED
               ADD 1 TO WS-FEED-SUB
           END-PERFORM
           IF WS-FEED-SUB GREATER WS-FEED-CNT
               DISPLAY 'WARNING: OVERRIDE CARD NAMES NO FEED CHECKED '
                   'HERE - IGNORED: ' WS-OVR-LINE(1:40)
               GO TO 1850-EXIT
           END-IF
           IF NOT FEED-NIGHTLY(WS-FEED-SUB)
               DISPLAY 'WARNING: OVERRIDE CARD NAMES A REFERENCE FILE, '
                   'NEVER HELD AS A RESEND - IGNORED: '
                   WS-OVR-LINE(1:40)
               GO TO 1850-EXIT
           END-IF

           MOVE WS-OVR-DATE(1:8) TO WF-OVR-DATE(WS-FEED-SUB)
           ADD 1 TO WS-OVR-CNT
           .
       1850-EXIT.
           EXIT.

      ****************************************************************
      * COUNT ONE RECORD AGAINST FEED WS-FEED-SUB AND FOLD IT INTO   *
      * THE FEED'S CHECKSUM. ON A DAY FEED EVERY RECORD BUT THE      *
      * TRAILER COUNTS, BLANK ONES INCLUDED, AS THE SENDER COUNTED   *
      * THEM; ON ANY OTHER FEED A BLANK LINE IS NOT DATA              *
      ****************************************************************
       1900-TAKE-RECORD.

           IF IS-TRAILER
               SET WF-TRAILER-SEEN(WS-FEED-SUB) TO TRUE
               MOVE WS-IN-TRL-CNT TO WF-TRL-CNT(WS-FEED-SUB)
               MOVE WS-IN-TRL-TOT TO WF-TRL-TOT(WS-FEED-SUB)
           ELSE
               IF NOT FEED-TRAILERED(WS-FEED-SUB)
                       AND WS-REC-BUF(1:WS-REC-LEN) EQUAL SPACES
                   GO TO 1900-EXIT
               END-IF
               ADD 1 TO WF-REC-CNT(WS-FEED-SUB)
           END-IF

           MOVE 0 TO WS-LINE-SUM
           MOVE 1 TO WS-BYTE-SUB
           PERFORM UNTIL WS-BYTE-SUB GREATER WS-REC-LEN
               IF WS-REC-BUF(WS-BYTE-SUB:1) NOT EQUAL SPACE
                   COMPUTE WS-LINE-SUM = WS-LINE-SUM
                       + FUNCTION ORD(WS-REC-BUF(WS-BYTE-SUB:1))
                       * WS-BYTE-SUB
               END-IF
               ADD 1 TO WS-BYTE-SUB
           END-PERFORM

           COMPUTE WS-CK-WORK = WF-CHECKSUM(WS-FEED-SUB) * 31
               + WS-LINE-SUM
           DIVIDE WS-CK-WORK BY WS-CK-MODULUS GIVING WS-CK-QUOT
               REMAINDER WF-CHECKSUM(WS-FEED-SUB)
           .
       1900-EXIT.
           EXIT.

      ****************************************************************
      * MATCH TONIGHT'S FEEDS AGAINST EVERY EARLIER NIGHT ON THE     *
      * REGISTER. A NIGHT FEED IDENTICAL TO ANY EARLIER NIGHT'S IS A *
      * PROBABLE RESEND - THE LATEST SUCH NIGHT IS KEPT FOR THE      *
      * REPORT. A REFERENCE FILE IS ONLY COMPARED WITH THE LATEST    *
      * NIGHT, TO SAY WHETHER IT HAS CHANGED. TONIGHT'S OWN LINES,   *
      * FROM AN EARLIER RUN OF THE SAME DATE, ARE PASSED OVER         *
      ****************************************************************
       2000-MATCH-REGISTER.

           OPEN INPUT FEEDREG-FILE
           IF FEEDREG-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO FEED REGISTER YET - NO RESEND CHECK '
                   'TONIGHT'
               GO TO 2000-EXIT
           END-IF

           MOVE SPACE TO WS-EOF
           PERFORM UNTIL EOF
               READ FEEDREG-FILE INTO WS-FREG-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF FG-RUN-DATE LESS WS-RUN-DATE
                               AND FG-REC-CNT NUMERIC
                               AND FG-TRL-CNT NUMERIC
                               AND FG-TRL-TOT NUMERIC
                               AND FG-CHECKSUM NUMERIC
                           PERFORM 2100-MATCH-ONE-LINE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FEEDREG-FILE
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * MATCH ONE REGISTER LINE AGAINST ITS FEED                      *
      ****************************************************************
       2100-MATCH-ONE-LINE.

           ADD 1 TO WS-REG-LINE-CNT
           MOVE 1 TO WS-REG-SUB
           PERFORM UNTIL WS-REG-SUB GREATER WS-FEED-CNT
                   OR WD-FEED-NAME(WS-REG-SUB) EQUAL FG-FEED-NAME
               ADD 1 TO WS-REG-SUB
           END-PERFORM
           IF WS-REG-SUB GREATER WS-FEED-CNT
               GO TO 2100-EXIT
           END-IF
           IF NOT WF-FEED-FOUND(WS-REG-SUB)
               GO TO 2100-EXIT
           END-IF

           MOVE 'N' TO WS-SAME-FEED
           IF FG-REC-CNT  EQUAL WF-REC-CNT(WS-REG-SUB)
                   AND FG-TRL-CNT  EQUAL WF-TRL-CNT(WS-REG-SUB)
                   AND FG-TRL-TOT  EQUAL WF-TRL-TOT(WS-REG-SUB)
                   AND FG-CHECKSUM EQUAL WF-CHECKSUM(WS-REG-SUB)
               SET SAME-FEED TO TRUE
           END-IF

           IF FEED-NIGHTLY(WS-REG-SUB)
               IF SAME-FEED
                       AND (WF-MATCH-DATE(WS-REG-SUB) EQUAL SPACES
                       OR FG-RUN-DATE
                           GREATER WF-MATCH-DATE(WS-REG-SUB))
                   MOVE FG-RUN-DATE TO WF-MATCH-DATE(WS-REG-SUB)
               END-IF
           ELSE
               IF WF-LAST-DATE(WS-REG-SUB) EQUAL SPACES
                       OR FG-RUN-DATE
                           NOT LESS WF-LAST-DATE(WS-REG-SUB)
                   MOVE FG-RUN-DATE  TO WF-LAST-DATE(WS-REG-SUB)
                   MOVE WS-SAME-FEED TO WF-LAST-SAME(WS-REG-SUB)
               END-IF
           END-IF
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * GRADE ONE FEED, WORST FINDING FIRST                           *
      ****************************************************************
       3000-GRADE-FEED.

           EVALUATE TRUE
               WHEN WF-OPEN-STATUS(WS-FEED-SUB) EQUAL '35'
                   MOVE 'MISSING'   TO WF-STATUS(WS-FEED-SUB)
                   MOVE 'NOT FOUND' TO WF-NOTE(WS-FEED-SUB)
               WHEN NOT WF-FEED-FOUND(WS-FEED-SUB)
                   MOVE 'MISSING'   TO WF-STATUS(WS-FEED-SUB)
                   STRING 'OPEN FAILED, STATUS '
                           WF-OPEN-STATUS(WS-FEED-SUB)
                       DELIMITED BY SIZE INTO WF-NOTE(WS-FEED-SUB)
               WHEN WF-REC-CNT(WS-FEED-SUB) EQUAL 0
                   MOVE 'EMPTY'     TO WF-STATUS(WS-FEED-SUB)
                   IF WF-TRAILER-SEEN(WS-FEED-SUB)
                       MOVE 'TRAILER BUT NO RECORDS'
                           TO WF-NOTE(WS-FEED-SUB)
                   ELSE
                       MOVE 'NO RECORDS' TO WF-NOTE(WS-FEED-SUB)
                   END-IF
               WHEN FEED-TRAILERED(WS-FEED-SUB)
                       AND NOT WF-TRAILER-SEEN(WS-FEED-SUB)
                   MOVE 'NO TRAILER' TO WF-STATUS(WS-FEED-SUB)
                   MOVE 'TRANSMISSION CUT SHORT?'
                       TO WF-NOTE(WS-FEED-SUB)
               WHEN FEED-TRAILERED(WS-FEED-SUB)
                       AND WF-TRL-CNT(WS-FEED-SUB)
                           NOT EQUAL WF-REC-CNT(WS-FEED-SUB)
                   MOVE 'UNBALANCED' TO WF-STATUS(WS-FEED-SUB)
                   MOVE 'RECORDS DO NOT MATCH TRLR'
                       TO WF-NOTE(WS-FEED-SUB)
               WHEN FEED-NIGHTLY(WS-FEED-SUB)
                       AND WF-MATCH-DATE(WS-FEED-SUB) NOT EQUAL SPACES
                       AND WF-OVR-DATE(WS-FEED-SUB)
                           EQUAL WF-MATCH-DATE(WS-FEED-SUB)
                   MOVE 'ACCEPTED'  TO WF-STATUS(WS-FEED-SUB)
                   STRING 'RESEND OF '
                           WF-MATCH-DATE(WS-FEED-SUB)
                           ' BY CARD'
                       DELIMITED BY SIZE INTO WF-NOTE(WS-FEED-SUB)
               WHEN FEED-NIGHTLY(WS-FEED-SUB)
                       AND WF-MATCH-DATE(WS-FEED-SUB) NOT EQUAL SPACES
                   MOVE 'RESEND'    TO WF-STATUS(WS-FEED-SUB)
                   STRING 'SAME AS FEED OF '
                           WF-MATCH-DATE(WS-FEED-SUB)
                       DELIMITED BY SIZE INTO WF-NOTE(WS-FEED-SUB)
               WHEN OTHER
                   MOVE 'READY'     TO WF-STATUS(WS-FEED-SUB)
                   IF FEED-REFERENCE(WS-FEED-SUB)
                           AND WF-LAST-DATE(WS-FEED-SUB)
                               NOT EQUAL SPACES
                       IF WF-SAME-AS-LAST(WS-FEED-SUB)
                           STRING 'NO CHANGE SINCE '
                                   WF-LAST-DATE(WS-FEED-SUB)
                               DELIMITED BY SIZE
                               INTO WF-NOTE(WS-FEED-SUB)
                       ELSE
                           STRING 'CHANGED SINCE '
                                   WF-LAST-DATE(WS-FEED-SUB)
                               DELIMITED BY SIZE
                               INTO WF-NOTE(WS-FEED-SUB)
                       END-IF
                   END-IF
           END-EVALUATE

           IF WF-OVR-DATE(WS-FEED-SUB) NOT EQUAL SPACES
                   AND WF-STATUS(WS-FEED-SUB) NOT EQUAL 'ACCEPTED'
               DISPLAY 'NOTE: RESEND OVERRIDE FOR '
                   WD-FEED-NAME(WS-FEED-SUB) ' '
                   WF-OVR-DATE(WS-FEED-SUB)
                   ' NOT USED - THE FEED IS NOT A RESEND OF THAT NIGHT'
           END-IF

           IF WF-READY(WS-FEED-SUB)
               ADD 1 TO WS-READY-CNT
           ELSE
               ADD 1 TO WS-HELD-CNT
           END-IF
           ADD 1 TO WS-FEED-SUB
           .
       3000-EXIT.
           EXIT.

      ****************************************************************
      * THE ONE-PAGE READINESS REPORT                                 *
      ****************************************************************
       4000-WRITE-REPORT.

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY REPORT-FILE.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-COL-HEAD-1
           WRITE REPORT-RECORD FROM WS-COL-HEAD-2

           MOVE 1 TO WS-FEED-SUB
           PERFORM UNTIL WS-FEED-SUB GREATER WS-FEED-CNT
               MOVE WD-FEED-NAME(WS-FEED-SUB) TO WL-FEED-NAME
               IF WF-FEED-FOUND(WS-FEED-SUB)
                   MOVE WF-REC-CNT(WS-FEED-SUB) TO WL-REC-CNT
               ELSE
                   MOVE SPACES TO WL-REC-CNT-X
               END-IF
               IF WF-TRAILER-SEEN(WS-FEED-SUB)
                   MOVE WF-TRL-CNT(WS-FEED-SUB) TO WL-TRL-CNT
               ELSE
                   MOVE SPACES TO WL-TRL-CNT-X
               END-IF
      *        ONLY SECRET-ENTRANCE'S TRAILER CARRIES A TOTAL
               IF WF-TRAILER-SEEN(WS-FEED-SUB)
                       AND WS-FEED-SUB EQUAL 1
                   MOVE WF-TRL-TOT(WS-FEED-SUB) TO WL-TRL-TOT
               ELSE
                   MOVE SPACES TO WL-TRL-TOT-X
               END-IF
               MOVE WF-STATUS(WS-FEED-SUB) TO WL-STATUS
               MOVE WF-NOTE(WS-FEED-SUB)   TO WL-NOTE
               WRITE REPORT-RECORD FROM WS-FEED-LINE
               ADD 1 TO WS-FEED-SUB
           END-PERFORM

           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-LEGEND-1
           WRITE REPORT-RECORD FROM WS-LEGEND-2
           WRITE REPORT-RECORD FROM WS-LEGEND-3
           WRITE REPORT-RECORD FROM WS-LEGEND-4
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-READY-CNT TO WC-READY-CNT
           MOVE WS-FEED-CNT  TO WC-FEED-CNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-HELD-CNT EQUAL 0
               WRITE REPORT-RECORD FROM WS-GO-LINE
           ELSE
               WRITE REPORT-RECORD FROM WS-HOLD-LINE-1
               WRITE REPORT-RECORD FROM WS-HOLD-LINE-2
               WRITE REPORT-RECORD FROM WS-HOLD-LINE-3
           END-IF
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY REPORT-FILE.
           .
       4000-EXIT.
           EXIT.

      ****************************************************************
      * REWRITE THE HOLD NOTE - ONE LINE PER FEED NOT READY, SO IT   *
      * IS LEFT EMPTY ON A NIGHT THAT IS LET THROUGH                  *
      ****************************************************************
       4500-WRITE-HOLD-NOTE.

           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY HOLDNOTE-FILE.
           MOVE 1 TO WS-FEED-SUB
           PERFORM UNTIL WS-FEED-SUB GREATER WS-FEED-CNT
               IF NOT WF-READY(WS-FEED-SUB)
                   MOVE SPACES TO WS-HNOTE-LINE
                   MOVE 'FEED-READY' TO HN-PROGRAM-ID
                   MOVE WS-RUN-DATE  TO HN-RUN-DATE
                   MOVE 16           TO HN-RC
                   STRING WD-FEED-NAME(WS-FEED-SUB) DELIMITED BY SPACE
                          ' '                       DELIMITED BY SIZE
                          WF-STATUS(WS-FEED-SUB)    DELIMITED BY '  '
                          ' - '                     DELIMITED BY SIZE
                          WF-NOTE(WS-FEED-SUB)      DELIMITED BY SIZE
                       INTO HN-TEXT
                   END-STRING
                   WRITE HOLDNOTE-RECORD FROM WS-HNOTE-LINE
               END-IF
               ADD 1 TO WS-FEED-SUB
           END-PERFORM
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY HOLDNOTE-FILE.
           .
       4500-EXIT.
           EXIT.

      ****************************************************************
      * ADD TONIGHT'S FEEDS TO THE REGISTER. APPENDED, SO A FIRST     *
      * NIGHT CREATES IT                                              *
      ****************************************************************
       5000-WRITE-REGISTER.

           OPEN EXTEND FEEDREG-FILE
           IF FEEDREG-FILE-NOT-FOUND
               OPEN OUTPUT FEEDREG-FILE
           END-IF

           MOVE 1 TO WS-FEED-SUB
           PERFORM UNTIL WS-FEED-SUB GREATER WS-FEED-CNT
               MOVE SPACES TO WS-FREG-LINE
               MOVE WD-FEED-NAME(WS-FEED-SUB) TO FG-FEED-NAME
               MOVE WS-RUN-DATE               TO FG-RUN-DATE
               MOVE WF-REC-CNT(WS-FEED-SUB)   TO FG-REC-CNT
               MOVE WF-TRL-CNT(WS-FEED-SUB)   TO FG-TRL-CNT
               MOVE WF-TRL-TOT(WS-FEED-SUB)   TO FG-TRL-TOT
               MOVE WF-CHECKSUM(WS-FEED-SUB)  TO FG-CHECKSUM
               WRITE FEEDREG-RECORD FROM WS-FREG-LINE
               ADD 1 TO WS-FEED-SUB
           END-PERFORM

           CLOSE FEEDREG-FILE
           .
       5000-EXIT.
           EXIT.
