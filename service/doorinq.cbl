       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOR-INQUIRY.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * AD-HOC SINGLE-DOOR INQUIRY. READS DOOR IDS FROM SYSIN AND    *
      * PRINTS ONE PROFILE PER DOOR PULLED FROM EVERY FILE WE KEEP   *
      * ON A DOOR - THE DOOR MASTER RECORD AND PERMITTED HOURS, THE  *
      * DIAL POSITION CARRIED ON LAST NIGHT'S DOOR SUMMARY (OR THE   *
      * APPROVED DIAL ADJUSTMENT THAT REPLACES IT TONIGHT), THE LAST *
      * N NIGHTS OF ACTIVITY FROM THE DOOR HISTORY, EVERY ALERT ON   *
      * THE ALERT HISTORY WITH ITS ESCALATION STANDING AND CASE, AND *
      * THE DOOR'S LINES FROM THE AUDIT TRAIL OF THE NIGHT ASKED     *
      * FOR - SO SECURITY'S "WHAT ABOUT THIS DOOR" CALLS ARE         *
      * ANSWERED FROM ONE PRINTOUT INSTEAD OF SEVEN FILES BY HAND.   *
      * ESCALATION IS JUDGED EXACTLY AS ALERT-ESCALATE JUDGES IT.    *
      *                                                             *
      * SYSIN CARDS, TAKEN IN ORDER:                                *
      *   NNN                A DOOR ID IN COLUMNS 1-3 - PROFILE IT  *
      *   NIGHTS=N           DOOR HISTORY NIGHTS SHOWN FOR THE      *
      *                      DOORS THAT FOLLOW (DEFAULT 7, MAX 60)  *
      *   AUDIT-FILE=NAME    AUDIT TRAIL OF THE NIGHT TO SHOW FOR   *
      *                      THE DOORS THAT FOLLOW (DEFAULT         *
      *                      AUDITOUT.TXT - LAST NIGHT)             *
      *   '*' IN COLUMN 1 IS A COMMENT                              *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AD-HOC INQUIRY CARDS, ONE DOOR ID OR OPTION PER LINE
           SELECT INQUIRY-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    DOOR MASTER REFERENCE FILE MAINTAINED BY DOOR-MAINT
           SELECT DOORMST-FILE ASSIGN TO 'DOORMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOORMST-STATUS.
      *    LAST NIGHT'S PER-DOOR SUMMARY FROM SECRET-ENTRANCE
           SELECT DOORSUM-FILE ASSIGN TO 'DOORSUM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOORSUM-STATUS.
      *    APPROVED DIAL ADJUSTMENTS FROM DIAL-RECON, TAKEN BY THE
      *    NEXT NIGHT'S SECRET-ENTRANCE OVER THE CARRIED POSITION
           SELECT DIALADJ-FILE ASSIGN TO 'DIALADJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALADJ-STATUS.
      *    PER-DOOR NIGHTLY ACTIVITY HISTORY FROM SECRET-ENTRANCE
           SELECT DOORHIST-FILE ASSIGN TO 'DOORHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOORHIST-STATUS.
      *    SECURITY ALERT HISTORY FROM SECRET-ENTRANCE
           SELECT ALERTHIST-FILE ASSIGN TO 'ALERTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIST-STATUS.
      *    SECURITY ALERT CASE MASTER MAINTAINED BY CASE-MAINT
           SELECT CASEMST-FILE ASSIGN TO 'CASEMST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEMST-STATUS.
      *    AUDIT TRAIL OF THE NIGHT ASKED FOR - THE NAME IS SET
      *    FROM THE AUDIT-FILE CARD IN FORCE
           SELECT AUDIT-IN-FILE ASSIGN TO WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    RUNTIME PARAMETER CONTROL-CARD FILE
           COPY PARMSL.
      *    ONE PROFILE PER DOOR INQUIRED ON
           SELECT ANSWER-FILE ASSIGN TO 'DOORINQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INQUIRY-RECORD.
       01  INQUIRY-RECORD                       PIC X(80).

       FD  DOORMST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORMST-RECORD.
       01  DOORMST-RECORD                       PIC X(120).

       FD  DOORSUM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORSUM-RECORD.
       01  DOORSUM-RECORD                       PIC X(80).

       FD  DIALADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DIALADJ-RECORD.
       01  DIALADJ-RECORD                       PIC X(80).

       FD  DOORHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DOORHIST-RECORD.
       01  DOORHIST-RECORD                      PIC X(80).

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

       FD  AUDIT-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-IN-RECORD.
       01  AUDIT-IN-RECORD                      PIC X(80).

       COPY PARMFD.

       FD  ANSWER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANSWER-RECORD.
       01  ANSWER-RECORD                        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.

           COPY EOFSW.

       01  WS-DOORMST-STATUS                    PIC X(2).
           88 DOORMST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-DOORSUM-STATUS                    PIC X(2).
           88 DOORSUM-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-DIALADJ-STATUS                    PIC X(2).
           88 DIALADJ-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-DOORHIST-STATUS                   PIC X(2).
           88 DOORHIST-FILE-NOT-FOUND                      VALUE '35'.
       01  WS-ALERTHIST-STATUS                  PIC X(2).
           88 ALERTHIST-FILE-NOT-FOUND                     VALUE '35'.
       01  WS-CASEMST-STATUS                    PIC X(2).
           88 CASEMST-FILE-NOT-FOUND                       VALUE '35'.
       01  WS-AUDIT-STATUS                      PIC X(2).
           88 AUDIT-FILE-NOT-FOUND                         VALUE '35'.
      *    EOF SWITCH FOR THE FILE SCANS INSIDE ONE PROFILE - WS-EOF
      *    BELONGS TO THE SYSIN CARDS
       01  WS-SCAN-EOF                          PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
       01  WS-DOOR-FOUND                        PIC X(1).
           88 DOOR-FOUND                                   VALUE 'Y'.
           88 DOOR-NOT-FOUND                               VALUE 'N'.

      *    ONE SYSIN CARD AND, FOR AN OPTION CARD, ITS KEYWORD/VALUE
       01  WS-CARD-LINE                         PIC X(80).
       01  WS-CARD-KEYWORD                      PIC X(20).
       01  WS-CARD-VALUE                        PIC X(44).
       01  WS-CARD-VAL-LEN                      PIC 9(2).
       01  WS-CARD-VALUE-N                      PIC 9(7).
       01  WS-EQUAL-CNT                         PIC 9(2).

      *    OPTIONS IN FORCE FOR THE DOORS STILL TO COME
       01  WS-HIST-NIGHTS                       PIC 9(2)   VALUE 7.
       01  WS-MAX-HIST-NIGHTS                   PIC 9(2)   VALUE 60.
       01  WS-AUDIT-NAME                        PIC X(44)
                                                VALUE 'AUDITOUT.TXT'.

       01  WS-INQ-DOOR-ID                       PIC X(3).
       01  WS-INQ-CNT                           PIC 9(5)   VALUE 0.
       01  WS-UNKNOWN-CNT                       PIC 9(5)   VALUE 0.
       01  WS-AUDIT-MISSING-CNT                 PIC 9(5)   VALUE 0.

       COPY DOORMREC.

      *    INPUT VIEW OF ONE DOOR SUMMARY LINE - THE DIAL POSITION
      *    IS THE EDITED -999 PICTURE SECRET-ENTRANCE PRINTS
       01  WS-DOORSUM-IN-LINE.
           05 DS-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(3).
           05 DS-DIAL-POS                       PIC X(4).
           05 FILLER                            PIC X(3).
           05 DS-ZERO-CNT                       PIC X(7).
           05 FILLER                            PIC X(60).

      *    THE DOOR'S PENDING DIAL ADJUSTMENT - ONE RECONCILED ON A
      *    NIGHT WHOSE NEXT NIGHT IS NOT YET PAST, AGAINST THE VERY
      *    POSITION THE SUMMARY CARRIES, AS SECRET-ENTRANCE TAKES IT
       COPY DIALADJ.
       01  WS-ADJ-FOUND                         PIC X(1).
           88 ADJ-FOUND                                    VALUE 'Y'.
           88 ADJ-NOT-FOUND                                VALUE 'N'.
       01  WS-CARRIED-POS                       PIC 9(3).
       01  WS-ADJ-POS-EDIT                      PIC -999.
       01  WS-ADJ-RUN-DATE                      PIC X(8).
       01  WS-ADJ-RUN-DATE-N REDEFINES WS-ADJ-RUN-DATE
                                                PIC 9(8).
       01  WS-ADJ-NEXT-NIGHT                    PIC X(8).
       01  WS-ADJ-NEXT-NIGHT-N REDEFINES WS-ADJ-NEXT-NIGHT
                                                PIC 9(8).
       01  WS-ADJ-NEXT-INT                      PIC 9(8).

      *    INPUT VIEW OF ONE DOOR HISTORY LINE
       01  WS-DOORHIST-IN-LINE.
           05 DH-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(1).
           05 DH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 DH-ROT-CNT                        PIC X(7).
           05 FILLER                            PIC X(1).
           05 DH-ZERO-CNT                       PIC X(7).
           05 FILLER                            PIC X(1).
           05 DH-DIAL-POS                       PIC X(3).
           05 FILLER                            PIC X(48).

      *    THE DOOR'S LATEST N DISTINCT HISTORY NIGHTS IN DATE ORDER.
      *    A SAME-DATE RERUN APPENDS AGAIN - THE LAST LINE WINS, AS
      *    THE DORMANT-DOOR REPORT TAKES IT
       01  WS-NIGHT-CNT                         PIC 9(2)   VALUE 0.
       01  WS-NIGHT-TBL.
           05 WS-NIGHT-ENTRY OCCURS 60 TIMES.
               10 WN-RUN-DATE                   PIC X(8).
               10 WN-ROT-CNT                    PIC 9(7).
               10 WN-ZERO-CNT                   PIC 9(7).
               10 WN-DIAL-POS                   PIC 9(3).
       01  WS-NIGHT-SUB                         PIC 9(2)   VALUE 0.
       01  WS-NIGHT-INS-SUB                     PIC 9(2)   VALUE 0.

      *    INPUT VIEW OF ONE ALERT HISTORY LINE
       01  WS-ALERTHIST-IN-LINE.
           05 AH-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(1).
           05 AH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 AH-REASON                         PIC X(35).
           05 FILLER                            PIC X(32).

       COPY CASEREC.

      *    THE DOOR'S CASES, IN THE CASE MASTER'S ALERT-NIGHT ORDER
       01  WS-CASE-CNT                          PIC 9(4)   VALUE 0.
       01  WS-CASE-TBL.
           05 WS-CASE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CASE-CNT
                   ASCENDING KEY IS WC-ALERT-DATE
                   INDEXED BY WC-IDX.
               10 WC-ALERT-DATE                 PIC X(8).
               10 WC-STATUS                     PIC X(1).
               10 WC-OUTCOME                    PIC X(2).
               10 WC-ASSIGNEE                   PIC X(8).
       01  WS-MAX-CASES                         PIC 9(4)   VALUE 2000.
       01  WS-CASE-FOUND                        PIC X(1).
           88 CASE-FOUND                                   VALUE 'Y'.
           88 CASE-NOT-FOUND                               VALUE 'N'.

      *    EVERY ALERT LINE ON FILE FOR THE DOOR, IN FILE ORDER
       01  WS-ALERT-CNT                         PIC 9(4)   VALUE 0.
       01  WS-ALERT-TBL.
           05 WS-ALERT-ENTRY OCCURS 2000 TIMES.
               10 WL-RUN-DATE                   PIC X(8).
               10 WL-REASON                     PIC X(35).
       01  WS-MAX-ALERTS                        PIC 9(4)   VALUE 2000.
       01  WS-ALERT-SUB                         PIC 9(4)   VALUE 0.
       01  WS-ALERT-DROP-CNT                    PIC 9(5)   VALUE 0.

      *    THE DOOR'S DISTINCT ALERT NIGHTS THAT COUNT TOWARD
      *    ESCALATION - NIGHTS CLOSED AS FALSE ALARMS ARE LEFT OUT
       01  WS-COUNTED-CNT                       PIC 9(4)   VALUE 0.
       01  WS-COUNTED-TBL.
           05 WI-NIGHT OCCURS 2000 TIMES        PIC 9(8).
       01  WS-COUNTED-SUB                       PIC 9(4)   VALUE 0.
       01  WS-COUNTED-INS-SUB                   PIC 9(4)   VALUE 0.

       01  WS-HIST-DATE-N                       PIC 9(8).
      *    THE LATEST ALERT NIGHT ANYWHERE ON THE FILE - THE NIGHT
      *    THE CURRENT-STREAK AND WINDOW ARITHMETIC HANG OFF
       01  WS-LATEST-DATE                       PIC 9(8)   VALUE 0.
       01  WS-LATEST-INT                        PIC 9(8)   VALUE 0.
       01  WS-WINDOW-INT                        PIC 9(8)   VALUE 0.
       01  WS-NIGHT-INT                         PIC 9(8).
       01  WS-PRIOR-INT                         PIC 9(8).
       01  WS-STREAK-LEN                        PIC 9(4).
       01  WS-STREAK-LOW-INT                    PIC 9(8).
       01  WS-WINDOW-CNT                        PIC 9(4).
       01  WS-CRITICAL                          PIC X(1).
           88 DOOR-CRITICAL                                VALUE 'Y'.

       01  WS-ESCAL-CONSEC                      PIC 9(3)   VALUE 3.
       01  WS-ESCAL-TOTAL                       PIC 9(3)   VALUE 5.
       01  WS-ESCAL-WINDOW                      PIC 9(3)   VALUE 14.

      *    INPUT VIEW OF ONE AUDIT TRAIL LINE AS SECRET-ENTRANCE
      *    PRINTS IT
       01  WS-AUDIT-IN-LINE.
           05 AU-REC-NUM                        PIC X(7).
           05 FILLER                            PIC X(3).
           05 AU-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(67).
       01  WS-AUDIT-LINE-CNT                    PIC 9(7)   VALUE 0.

       01  WS-RUN-DATE                          PIC X(8).

       01  WS-PROFILE-HEAD-LINE.
           05 FILLER                            PIC X(20)  VALUE
               'DOOR PROFILE - DOOR '.
           05 WP-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(17)  VALUE
               '   INQUIRY DATE: '.
           05 WP-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(32)  VALUE SPACES.

       01  WS-RULE-LINE                         PIC X(80)
                                                VALUE ALL '-'.

       01  WS-MASTER-LINE.
           05 FILLER                            PIC X(9)   VALUE
               'MASTER   '.
           05 WM-DESC                           PIC X(30).
           05 FILLER                            PIC X(11)  VALUE
               '  BUILDING '.
           05 WM-BUILDING                       PIC X(10).
           05 FILLER                            PIC X(10)  VALUE
               '  STATUS  '.
           05 WM-STATUS                         PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.

       01  WS-HOURS-LINE.
           05 FILLER                            PIC X(16)  VALUE
               'PERMITTED HOURS '.
           05 WM-HOURS                          PIC X(16).
           05 FILLER                            PIC X(13)  VALUE
               '  IN SERVICE '.
           05 WM-EFF-DATE                       PIC X(8).
           05 FILLER                            PIC X(4)   VALUE
               ' TO '.
           05 WM-END-DATE                       PIC X(8).
           05 FILLER                            PIC X(15)  VALUE SPACES.

       01  WS-HOURS-TEXT.
           05 WM-OPEN-TIME                      PIC X(4).
           05 FILLER                            PIC X(4)   VALUE
               ' TO '.
           05 WM-CLOSE-TIME                     PIC X(4).
           05 FILLER                            PIC X(4)   VALUE SPACES.

       01  WS-NO-MASTER-LINE                    PIC X(80)  VALUE
           'MASTER   NOT ON THE DOOR MASTER'.

       01  WS-CARRIED-LINE.
           05 FILLER                            PIC X(22)  VALUE
               'CARRIED DIAL POSITION '.
           05 WV-DIAL-POS                       PIC X(4).
           05 FILLER                            PIC X(25)  VALUE
               '   ZERO COUNT LAST NIGHT '.
           05 WV-ZERO-CNT                       PIC X(7).
           05 FILLER                            PIC X(22)  VALUE SPACES.

       01  WS-ADJUSTED-LINE.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 FILLER                            PIC X(25)  VALUE
               'APPROVED ADJUSTMENT FROM '.
           05 WV-ADJ-FROM-POS                   PIC 9(3).
           05 FILLER                            PIC X(6)   VALUE
               ' READ '.
           05 WV-ADJ-READ-DATE                  PIC X(8).
           05 FILLER                            PIC X(4)   VALUE
               ' BY '.
           05 WV-ADJ-INSPECTOR                  PIC X(8).
           05 FILLER                            PIC X(13)  VALUE
               ' APPROVED BY '.
           05 WV-ADJ-APPROVER                   PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.

       01  WS-NO-CARRIED-LINE                   PIC X(80)  VALUE
           'CARRIED DIAL POSITION  NOT ON LAST NIGHT''S DOOR SUMMARY'.

       01  WS-ACTIVITY-HEAD-LINE.
           05 FILLER                            PIC X(16)  VALUE
               'ACTIVITY - LAST '.
           05 WY-NIGHTS                         PIC Z9.
           05 FILLER                            PIC X(27)  VALUE
               ' NIGHTS ON THE DOOR HISTORY'.
           05 FILLER                            PIC X(35)  VALUE SPACES.

       01  WS-ACTIVITY-COL-LINE                 PIC X(80)  VALUE
           '   NIGHT      ROTATIONS   ZERO COUNT   DIAL POS'.

       01  WS-ACTIVITY-LINE.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WY-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(4)   VALUE SPACES.
           05 WY-ROT-CNT                        PIC Z(6)9.
           05 FILLER                            PIC X(6)   VALUE SPACES.
           05 WY-ZERO-CNT                       PIC Z(6)9.
           05 FILLER                            PIC X(8)   VALUE SPACES.
           05 WY-DIAL-POS                       PIC 9(3).
           05 FILLER                            PIC X(34)  VALUE SPACES.

       01  WS-NO-ACTIVITY-LINE                  PIC X(80)  VALUE
           '   NO NIGHTS ON THE DOOR HISTORY'.

       01  WS-ALERT-HEAD-LINE.
           05 FILLER                            PIC X(15)  VALUE
               'ALERTS ON FILE '.
           05 WZ-ALERT-CNT                      PIC Z(3)9.
           05 FILLER                            PIC X(61)  VALUE SPACES.

       01  WS-ESCAL-LINE.
           05 FILLER                            PIC X(11)  VALUE
               'ESCALATION '.
           05 WZ-STANDING                       PIC X(12).
           05 FILLER                            PIC X(8)   VALUE
               ' STREAK '.
           05 WZ-STREAK-LEN                     PIC Z(3)9.
           05 FILLER                            PIC X(9)   VALUE
               ' NIGHTS, '.
           05 WZ-WINDOW-CNT                     PIC Z(3)9.
           05 FILLER                            PIC X(9)   VALUE
               ' IN LAST '.
           05 WZ-WINDOW-LEN                     PIC ZZ9.
           05 FILLER                            PIC X(11)  VALUE
               ' NIGHTS TO '.
           05 WZ-LATEST-DATE                    PIC 9(8).
           05 FILLER                            PIC X(1)   VALUE SPACES.

       01  WS-ALERT-COL-LINE.
           05 FILLER                            PIC X(50)  VALUE
               '   NIGHT     REASON'.
           05 FILLER                            PIC X(30)  VALUE
               'ESCALATION   CASE'.

       01  WS-ALERT-LINE.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WZ-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WZ-REASON                         PIC X(35).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WZ-ESCAL-TAG                      PIC X(11).
           05 FILLER                            PIC X(2)   VALUE SPACES.
           05 WZ-CASE                           PIC X(17).

       01  WS-CASE-TEXT.
           05 WX-CASE-WORD                      PIC X(9).
           05 WX-CASE-DETAIL                    PIC X(8).

       01  WS-NO-ALERT-LINE                     PIC X(80)  VALUE
           '   NO ALERTS ON THE ALERT HISTORY'.

       01  WS-ALERT-DROP-LINE.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WZ-DROP-CNT                       PIC Z(4)9.
           05 FILLER                            PIC X(36)  VALUE
               ' MORE ALERT LINES ON FILE, NOT SHOWN'.
           05 FILLER                            PIC X(36)  VALUE SPACES.

       01  WS-AUDIT-HEAD-LINE.
           05 FILLER                            PIC X(12)  VALUE
               'AUDIT TRAIL '.
           05 WU-AUDIT-NAME                     PIC X(44).
           05 FILLER                            PIC X(24)  VALUE SPACES.

       01  WS-AUDIT-TRAILER-LINE.
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 WU-LINE-CNT                       PIC Z(6)9.
           05 FILLER                            PIC X(30)  VALUE
               ' AUDIT LINES FOR THIS DOOR'.
           05 FILLER                            PIC X(40)  VALUE SPACES.

       01  WS-NO-AUDIT-LINE                     PIC X(80)  VALUE
           '   AUDIT FILE NOT FOUND'.

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
           MOVE WS-PARM-ESCAL-CONSEC TO WS-ESCAL-CONSEC
           MOVE WS-PARM-ESCAL-TOTAL  TO WS-ESCAL-TOTAL
           MOVE WS-PARM-ESCAL-WINDOW TO WS-ESCAL-WINDOW

           PERFORM 1000-FIND-LATEST-ALERT THRU 1000-EXIT

           COPY OPENFILE REPLACING OPEN-MODE BY INPUT
               OPEN-FILE-NAME BY INQUIRY-FILE.
           COPY OPENFILE REPLACING OPEN-MODE BY OUTPUT
               OPEN-FILE-NAME BY ANSWER-FILE.
           MOVE SPACE TO WS-EOF

           PERFORM 2000-READ-INQUIRY THRU 2000-EXIT
               UNTIL EOF

           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY INQUIRY-FILE.
           COPY CLOSEFIL REPLACING CLOSE-FILE-NAME BY ANSWER-FILE.
           DISPLAY WS-INQ-CNT ' DOORS PROFILED'
           IF WS-UNKNOWN-CNT GREATER 0
                   OR WS-AUDIT-MISSING-CNT GREATER 0
               DISPLAY 'WARNING: ' WS-UNKNOWN-CNT
                   ' DOORS NOT ON THE DOOR MASTER, '
                   WS-AUDIT-MISSING-CNT ' PROFILES WITH NO AUDIT FILE'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
       0000-EXIT.
           GOBACK.

      ****************************************************************
      * FIND THE LATEST ALERT NIGHT ON THE WHOLE ALERT HISTORY - THE *
      * NIGHT EVERY DOOR'S STREAK AND WINDOW ARE MEASURED TO, AS     *
      * ALERT-ESCALATE MEASURES THEM                                  *
      ****************************************************************
       1000-FIND-LATEST-ALERT.

           OPEN INPUT ALERTHIST-FILE
           IF ALERTHIST-FILE-NOT-FOUND
               DISPLAY 'NOTE: NO ALERT HISTORY FILE - NO ALERTS '
                   'WILL BE SHOWN'
               GO TO 1000-EXIT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF
               READ ALERTHIST-FILE INTO WS-ALERTHIST-IN-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AH-RUN-DATE NUMERIC
                               AND AH-DOOR-ID NOT EQUAL SPACES
                           MOVE AH-RUN-DATE TO WS-HIST-DATE-N
                           IF WS-HIST-DATE-N GREATER WS-LATEST-DATE
                               MOVE WS-HIST-DATE-N TO WS-LATEST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALERTHIST-FILE

           IF WS-LATEST-DATE GREATER 0
               COMPUTE WS-LATEST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LATEST-DATE)
               COMPUTE WS-WINDOW-INT =
                   WS-LATEST-INT - WS-ESCAL-WINDOW + 1
           END-IF
           .
       1000-EXIT.
           EXIT.

      ****************************************************************
      * READ ONE SYSIN CARD - AN OPTION CARD CHANGES WHAT THE DOORS  *
      * THAT FOLLOW IT SHOW, ANY OTHER CARD IS A DOOR TO PROFILE     *
      ****************************************************************
       2000-READ-INQUIRY.

           READ INQUIRY-FILE INTO WS-CARD-LINE
               AT END
                   SET EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ

           IF WS-CARD-LINE EQUAL SPACES
                   OR WS-CARD-LINE(1:1) EQUAL '*'
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-EQUAL-CNT
           INSPECT WS-CARD-LINE TALLYING WS-EQUAL-CNT FOR ALL '='
           IF WS-EQUAL-CNT GREATER 0
               PERFORM 2100-APPLY-OPTION THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE WS-CARD-LINE(1:3) TO WS-INQ-DOOR-ID
           ADD 1 TO WS-INQ-CNT
           PERFORM 3000-PROFILE-DOOR THRU 3000-EXIT
           .
       2000-EXIT.
           EXIT.

      ****************************************************************
      * SPLIT AND APPLY ONE OPTION CARD                               *
      ****************************************************************
       2100-APPLY-OPTION.

           MOVE SPACES TO WS-CARD-KEYWORD
                          WS-CARD-VALUE
           UNSTRING WS-CARD-LINE DELIMITED BY '='
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING

           EVALUATE WS-CARD-KEYWORD
               WHEN 'NIGHTS'
                   PERFORM 2150-CARD-VALUE-NUMERIC THRU 2150-EXIT
                   IF WS-CARD-VALUE-N EQUAL 0
                           OR WS-CARD-VALUE-N GREATER
                               WS-MAX-HIST-NIGHTS
                       DISPLAY 'WARNING: NIGHTS CARD OUTSIDE 1-'
                           WS-MAX-HIST-NIGHTS ', IGNORED: '
                           WS-CARD-VALUE(1:12)
                   ELSE
                       MOVE WS-CARD-VALUE-N TO WS-HIST-NIGHTS
                   END-IF
               WHEN 'AUDIT-FILE'
                   IF WS-CARD-VALUE EQUAL SPACES
                       DISPLAY 'WARNING: AUDIT-FILE CARD HAS NO '
                           'NAME, IGNORED'
                   ELSE
                       MOVE WS-CARD-VALUE TO WS-AUDIT-NAME
                   END-IF
               WHEN OTHER
                   DISPLAY 'WARNING: UNKNOWN CONTROL CARD '
                       'IGNORED: ' WS-CARD-KEYWORD
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * CONVERT ONE CARD'S VALUE TO A NUMBER THE SAME WAY THE        *
      * SHARED PARAMETER LOADER DOES - LEADING DIGITS ONLY            *
      ****************************************************************
       2150-CARD-VALUE-NUMERIC.

           MOVE 0 TO WS-CARD-VALUE-N
           MOVE 1 TO WS-CARD-VAL-LEN
           PERFORM UNTIL WS-CARD-VAL-LEN GREATER 7
                   OR WS-CARD-VALUE(1:WS-CARD-VAL-LEN) NOT NUMERIC
               MOVE WS-CARD-VALUE(1:WS-CARD-VAL-LEN)
                   TO WS-CARD-VALUE-N
               ADD 1 TO WS-CARD-VAL-LEN
           END-PERFORM
           .
       2150-EXIT.
           EXIT.

      ****************************************************************
      * PRINT ONE DOOR'S PROFILE, ONE SECTION PER FILE                *
      ****************************************************************
       3000-PROFILE-DOOR.

           MOVE WS-INQ-DOOR-ID TO WP-DOOR-ID
           MOVE WS-RUN-DATE    TO WP-RUN-DATE
           WRITE ANSWER-RECORD FROM WS-PROFILE-HEAD-LINE
           WRITE ANSWER-RECORD FROM WS-RULE-LINE

           PERFORM 3100-SHOW-MASTER THRU 3100-EXIT
           PERFORM 3200-SHOW-CARRIED-POSITION THRU 3200-EXIT
           WRITE ANSWER-RECORD FROM WS-BLANK-LINE
           PERFORM 3300-SHOW-ACTIVITY THRU 3300-EXIT
           WRITE ANSWER-RECORD FROM WS-BLANK-LINE
           PERFORM 3400-SHOW-ALERTS THRU 3400-EXIT
           WRITE ANSWER-RECORD FROM WS-BLANK-LINE
           PERFORM 3500-SHOW-AUDIT-LINES THRU 3500-EXIT
           WRITE ANSWER-RECORD FROM WS-BLANK-LINE

           DISPLAY 'DOOR ' WS-INQ-DOOR-ID ' PROFILED - '
               WS-NIGHT-CNT ' HISTORY NIGHTS, ' WS-ALERT-CNT
               ' ALERTS, ' WS-AUDIT-LINE-CNT ' AUDIT LINES'
           .
       3000-EXIT.
           EXIT.

      ****************************************************************
      * THE DOOR MASTER RECORD AND ITS PERMITTED HOURS - A BLANK     *
      * WINDOW IS PERMITTED AROUND THE CLOCK                          *
      ****************************************************************
       3100-SHOW-MASTER.

           SET DOOR-NOT-FOUND TO TRUE
           OPEN INPUT DOORMST-FILE
           IF DOORMST-FILE-NOT-FOUND
               DISPLAY 'WARNING: NO DOOR MASTER FILE'
               GO TO 3100-REPORT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF OR DOOR-FOUND
               READ DOORMST-FILE INTO WS-DOORM-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DM-DOOR-ID EQUAL WS-INQ-DOOR-ID
                           SET DOOR-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOORMST-FILE
           .
       3100-REPORT.

           IF DOOR-NOT-FOUND
               ADD 1 TO WS-UNKNOWN-CNT
               WRITE ANSWER-RECORD FROM WS-NO-MASTER-LINE
               GO TO 3100-EXIT
           END-IF

           MOVE DM-DESC     TO WM-DESC
           MOVE DM-BUILDING TO WM-BUILDING
           EVALUATE TRUE
               WHEN DM-ACTIVE
                   MOVE 'ACTIVE'   TO WM-STATUS
               WHEN DM-INACTIVE
                   MOVE 'INACTIVE' TO WM-STATUS
               WHEN OTHER
                   MOVE DM-STATUS  TO WM-STATUS
           END-EVALUATE
           WRITE ANSWER-RECORD FROM WS-MASTER-LINE

           IF DM-OPEN-TIME EQUAL SPACES
                   AND DM-CLOSE-TIME EQUAL SPACES
               MOVE 'AROUND THE CLOCK' TO WM-HOURS
           ELSE
               MOVE DM-OPEN-TIME  TO WM-OPEN-TIME
               MOVE DM-CLOSE-TIME TO WM-CLOSE-TIME
               MOVE WS-HOURS-TEXT TO WM-HOURS
           END-IF
           MOVE DM-EFF-DATE TO WM-EFF-DATE
           MOVE DM-END-DATE TO WM-END-DATE
           IF DM-EFF-DATE EQUAL SPACES
               MOVE 'ALWAYS' TO WM-EFF-DATE
           END-IF
           IF DM-END-DATE EQUAL SPACES
               MOVE 'OPEN' TO WM-END-DATE
           END-IF
           WRITE ANSWER-RECORD FROM WS-HOURS-LINE
           .
       3100-EXIT.
           EXIT.

      ****************************************************************
      * THE DIAL POSITION LAST NIGHT'S SUMMARY CARRIES INTO TONIGHT, *
      * OR THE APPROVED READING THAT REPLACES IT                     *
      ****************************************************************
       3200-SHOW-CARRIED-POSITION.

           SET DOOR-NOT-FOUND TO TRUE
           OPEN INPUT DOORSUM-FILE
           IF DOORSUM-FILE-NOT-FOUND
               GO TO 3200-REPORT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF OR DOOR-FOUND
               READ DOORSUM-FILE INTO WS-DOORSUM-IN-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DS-DOOR-ID EQUAL WS-INQ-DOOR-ID
                           SET DOOR-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOORSUM-FILE
           .
       3200-REPORT.

           IF DOOR-NOT-FOUND
               WRITE ANSWER-RECORD FROM WS-NO-CARRIED-LINE
               GO TO 3200-EXIT
           END-IF

           PERFORM 3210-FIND-ADJUSTMENT THRU 3210-EXIT
           IF ADJ-FOUND
               MOVE AJ-TO-POS      TO WS-ADJ-POS-EDIT
               MOVE WS-ADJ-POS-EDIT TO WV-DIAL-POS
           ELSE
               MOVE DS-DIAL-POS    TO WV-DIAL-POS
           END-IF
           MOVE DS-ZERO-CNT TO WV-ZERO-CNT
           WRITE ANSWER-RECORD FROM WS-CARRIED-LINE

           IF ADJ-FOUND
               MOVE AJ-FROM-POS    TO WV-ADJ-FROM-POS
               MOVE AJ-READ-DATE   TO WV-ADJ-READ-DATE
               MOVE AJ-INSPECTOR   TO WV-ADJ-INSPECTOR
               MOVE AJ-APPROVER    TO WV-ADJ-APPROVER
               WRITE ANSWER-RECORD FROM WS-ADJUSTED-LINE
           END-IF
           .
       3200-EXIT.
           EXIT.

      ****************************************************************
      * LOOK FOR AN APPROVED ADJUSTMENT STILL WAITING ON THE DOOR -  *
      * ONE WHOSE FROM-POSITION IS THE POSITION THE SUMMARY CARRIES  *
      * AND WHOSE NEXT NIGHT, THE ONLY ONE THAT TAKES IT, IS NOT YET *
      * PAST. NO ADJUSTMENT FILE MEANS NOTHING IS PENDING            *
      ****************************************************************
       3210-FIND-ADJUSTMENT.

           SET ADJ-NOT-FOUND TO TRUE
           IF DS-DIAL-POS(2:3) NOT NUMERIC
               GO TO 3210-EXIT
           END-IF
           MOVE DS-DIAL-POS(2:3) TO WS-CARRIED-POS

           OPEN INPUT DIALADJ-FILE
           IF DIALADJ-FILE-NOT-FOUND
               GO TO 3210-EXIT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF OR ADJ-FOUND
               READ DIALADJ-FILE INTO WS-DIALADJ-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3220-CHECK-ADJUSTMENT THRU 3220-EXIT
               END-READ
           END-PERFORM

           CLOSE DIALADJ-FILE
           .
       3210-EXIT.
           EXIT.

      ****************************************************************
      * DOES THIS ADJUSTMENT LINE STILL APPLY TO THE DOOR            *
      ****************************************************************
       3220-CHECK-ADJUSTMENT.

           IF AJ-DOOR-ID NOT EQUAL WS-INQ-DOOR-ID
                   OR AJ-FROM-POS NOT NUMERIC
                   OR AJ-TO-POS NOT NUMERIC
                   OR AJ-RUN-DATE NOT NUMERIC
               GO TO 3220-EXIT
           END-IF
           IF AJ-FROM-POS NOT EQUAL WS-CARRIED-POS
               GO TO 3220-EXIT
           END-IF

           MOVE AJ-RUN-DATE TO WS-ADJ-RUN-DATE
           COMPUTE WS-ADJ-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-ADJ-RUN-DATE-N) + 1
           COMPUTE WS-ADJ-NEXT-NIGHT-N =
               FUNCTION DATE-OF-INTEGER(WS-ADJ-NEXT-INT)
           IF WS-ADJ-NEXT-NIGHT LESS WS-RUN-DATE
               GO TO 3220-EXIT
           END-IF

           SET ADJ-FOUND TO TRUE
           .
       3220-EXIT.
           EXIT.

      ****************************************************************
      * THE DOOR'S LATEST N NIGHTS OF ACTIVITY FROM THE DOOR HISTORY *
      ****************************************************************
       3300-SHOW-ACTIVITY.

           MOVE 0 TO WS-NIGHT-CNT
           OPEN INPUT DOORHIST-FILE
           IF DOORHIST-FILE-NOT-FOUND
               GO TO 3300-REPORT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF
               READ DOORHIST-FILE INTO WS-DOORHIST-IN-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DH-DOOR-ID EQUAL WS-INQ-DOOR-ID
                               AND DH-RUN-DATE NUMERIC
                               AND DH-ROT-CNT NUMERIC
                               AND DH-ZERO-CNT NUMERIC
                               AND DH-DIAL-POS NUMERIC
                           PERFORM 3310-KEEP-NIGHT THRU 3310-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOORHIST-FILE
           .
       3300-REPORT.

           MOVE WS-HIST-NIGHTS TO WY-NIGHTS
           WRITE ANSWER-RECORD FROM WS-ACTIVITY-HEAD-LINE
           IF WS-NIGHT-CNT EQUAL 0
               WRITE ANSWER-RECORD FROM WS-NO-ACTIVITY-LINE
               GO TO 3300-EXIT
           END-IF

           WRITE ANSWER-RECORD FROM WS-ACTIVITY-COL-LINE
           MOVE 1 TO WS-NIGHT-SUB
           PERFORM UNTIL WS-NIGHT-SUB GREATER WS-NIGHT-CNT
               MOVE WN-RUN-DATE(WS-NIGHT-SUB) TO WY-RUN-DATE
               MOVE WN-ROT-CNT(WS-NIGHT-SUB)  TO WY-ROT-CNT
               MOVE WN-ZERO-CNT(WS-NIGHT-SUB) TO WY-ZERO-CNT
               MOVE WN-DIAL-POS(WS-NIGHT-SUB) TO WY-DIAL-POS
               WRITE ANSWER-RECORD FROM WS-ACTIVITY-LINE
               ADD 1 TO WS-NIGHT-SUB
           END-PERFORM
           .
       3300-EXIT.
           EXIT.

      ****************************************************************
      * SLOT ONE HISTORY NIGHT INTO THE DOOR'S TABLE IN DATE ORDER.  *
      * A NIGHT ALREADY HELD TAKES THE LATER LINE; A FULL TABLE      *
      * SHEDS ITS OLDEST NIGHT, AND A NIGHT OLDER THAN ALL OF A FULL *
      * TABLE IS NOT KEPT                                             *
      ****************************************************************
       3310-KEEP-NIGHT.

           MOVE 1 TO WS-NIGHT-INS-SUB
           PERFORM UNTIL WS-NIGHT-INS-SUB GREATER WS-NIGHT-CNT
                   OR WN-RUN-DATE(WS-NIGHT-INS-SUB)
                       NOT LESS DH-RUN-DATE
               ADD 1 TO WS-NIGHT-INS-SUB
           END-PERFORM

           IF WS-NIGHT-INS-SUB NOT GREATER WS-NIGHT-CNT
                   AND WN-RUN-DATE(WS-NIGHT-INS-SUB)
                       EQUAL DH-RUN-DATE
               GO TO 3310-STORE
           END-IF

           IF WS-NIGHT-CNT NOT LESS WS-HIST-NIGHTS
               IF WS-NIGHT-INS-SUB EQUAL 1
                   GO TO 3310-EXIT
               END-IF
               MOVE 1 TO WS-NIGHT-SUB
               PERFORM UNTIL WS-NIGHT-SUB EQUAL WS-NIGHT-CNT
                   MOVE WS-NIGHT-ENTRY(WS-NIGHT-SUB + 1)
                       TO WS-NIGHT-ENTRY(WS-NIGHT-SUB)
                   ADD 1 TO WS-NIGHT-SUB
               END-PERFORM
               SUBTRACT 1 FROM WS-NIGHT-CNT
               SUBTRACT 1 FROM WS-NIGHT-INS-SUB
           END-IF

           ADD 1 TO WS-NIGHT-CNT
           MOVE WS-NIGHT-CNT TO WS-NIGHT-SUB
           PERFORM UNTIL WS-NIGHT-SUB EQUAL WS-NIGHT-INS-SUB
               MOVE WS-NIGHT-ENTRY(WS-NIGHT-SUB - 1)
                   TO WS-NIGHT-ENTRY(WS-NIGHT-SUB)
               SUBTRACT 1 FROM WS-NIGHT-SUB
           END-PERFORM
           .
       3310-STORE.

           MOVE DH-RUN-DATE TO WN-RUN-DATE(WS-NIGHT-INS-SUB)
           MOVE DH-ROT-CNT  TO WN-ROT-CNT(WS-NIGHT-INS-SUB)
           MOVE DH-ZERO-CNT TO WN-ZERO-CNT(WS-NIGHT-INS-SUB)
           MOVE DH-DIAL-POS TO WN-DIAL-POS(WS-NIGHT-INS-SUB)
           .
       3310-EXIT.
           EXIT.

      ****************************************************************
      * EVERY ALERT ON FILE FOR THE DOOR, WITH THE DOOR'S STANDING   *
      * AGAINST THE ESCALATION RULES, WHERE EACH ALERT NIGHT SITS IN *
      * THEM, AND THE CASE SECURITY HAS OPEN ON IT                    *
      ****************************************************************
       3400-SHOW-ALERTS.

           PERFORM 3410-LOAD-CASES THRU 3410-EXIT
           PERFORM 3420-LOAD-ALERTS THRU 3420-EXIT

           MOVE WS-ALERT-CNT TO WZ-ALERT-CNT
           WRITE ANSWER-RECORD FROM WS-ALERT-HEAD-LINE
           IF WS-ALERT-CNT EQUAL 0
               WRITE ANSWER-RECORD FROM WS-NO-ALERT-LINE
               GO TO 3400-EXIT
           END-IF

           PERFORM 3430-JUDGE-ESCALATION THRU 3430-EXIT
           WRITE ANSWER-RECORD FROM WS-ESCAL-LINE
           WRITE ANSWER-RECORD FROM WS-ALERT-COL-LINE

           MOVE 1 TO WS-ALERT-SUB
           PERFORM 3440-WRITE-ALERT-LINE THRU 3440-EXIT
               UNTIL WS-ALERT-SUB GREATER WS-ALERT-CNT

           IF WS-ALERT-DROP-CNT GREATER 0
               MOVE WS-ALERT-DROP-CNT TO WZ-DROP-CNT
               WRITE ANSWER-RECORD FROM WS-ALERT-DROP-LINE
           END-IF
           .
       3400-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE DOOR'S CASES. THE MASTER IS KEPT IN DOOR / NIGHT    *
      * ORDER, SO THE DOOR'S CASES ARRIVE IN NIGHT ORDER              *
      ****************************************************************
       3410-LOAD-CASES.

           MOVE 0 TO WS-CASE-CNT
           OPEN INPUT CASEMST-FILE
           IF CASEMST-FILE-NOT-FOUND
               GO TO 3410-EXIT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF
               READ CASEMST-FILE INTO WS-CASE-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CS-DOOR-ID EQUAL WS-INQ-DOOR-ID
                               AND WS-CASE-CNT LESS WS-MAX-CASES
                           ADD 1 TO WS-CASE-CNT
                           MOVE CS-ALERT-DATE
                               TO WC-ALERT-DATE(WS-CASE-CNT)
                           MOVE CS-STATUS
                               TO WC-STATUS(WS-CASE-CNT)
                           MOVE CS-OUTCOME
                               TO WC-OUTCOME(WS-CASE-CNT)
                           MOVE CS-ASSIGNEE
                               TO WC-ASSIGNEE(WS-CASE-CNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASEMST-FILE
           .
       3410-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE DOOR'S ALERT LINES IN FILE ORDER, AND FILE EACH     *
      * NIGHT NOT CLOSED AS A FALSE ALARM AMONG THE NIGHTS THAT      *
      * COUNT TOWARD ESCALATION                                       *
      ****************************************************************
       3420-LOAD-ALERTS.

           MOVE 0 TO WS-ALERT-CNT
                     WS-ALERT-DROP-CNT
                     WS-COUNTED-CNT
           OPEN INPUT ALERTHIST-FILE
           IF ALERTHIST-FILE-NOT-FOUND
               GO TO 3420-EXIT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF
               READ ALERTHIST-FILE INTO WS-ALERTHIST-IN-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AH-DOOR-ID EQUAL WS-INQ-DOOR-ID
                               AND AH-RUN-DATE NUMERIC
                           PERFORM 3425-FILE-ALERT THRU 3425-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALERTHIST-FILE
           .
       3420-EXIT.
           EXIT.

      ****************************************************************
      * FILE ONE OF THE DOOR'S ALERT LINES                            *
      ****************************************************************
       3425-FILE-ALERT.

           IF WS-ALERT-CNT NOT LESS WS-MAX-ALERTS
               ADD 1 TO WS-ALERT-DROP-CNT
               GO TO 3425-EXIT
           END-IF
           ADD 1 TO WS-ALERT-CNT
           MOVE AH-RUN-DATE TO WL-RUN-DATE(WS-ALERT-CNT)
           MOVE AH-REASON   TO WL-REASON(WS-ALERT-CNT)

           PERFORM 3450-FIND-CASE THRU 3450-EXIT
           IF CASE-FOUND
               IF WC-STATUS(WC-IDX) EQUAL 'C'
                       AND WC-OUTCOME(WC-IDX) EQUAL 'FA'
                   GO TO 3425-EXIT
               END-IF
           END-IF

           MOVE AH-RUN-DATE TO WS-HIST-DATE-N
           MOVE 1 TO WS-COUNTED-INS-SUB
           PERFORM UNTIL WS-COUNTED-INS-SUB GREATER WS-COUNTED-CNT
                   OR WI-NIGHT(WS-COUNTED-INS-SUB)
                       NOT LESS WS-HIST-DATE-N
               ADD 1 TO WS-COUNTED-INS-SUB
           END-PERFORM
           IF WS-COUNTED-INS-SUB NOT GREATER WS-COUNTED-CNT
                   AND WI-NIGHT(WS-COUNTED-INS-SUB)
                       EQUAL WS-HIST-DATE-N
               GO TO 3425-EXIT
           END-IF

           ADD 1 TO WS-COUNTED-CNT
           MOVE WS-COUNTED-CNT TO WS-COUNTED-SUB
           PERFORM UNTIL WS-COUNTED-SUB EQUAL WS-COUNTED-INS-SUB
               MOVE WI-NIGHT(WS-COUNTED-SUB - 1)
                   TO WI-NIGHT(WS-COUNTED-SUB)
               SUBTRACT 1 FROM WS-COUNTED-SUB
           END-PERFORM
           MOVE WS-HIST-DATE-N TO WI-NIGHT(WS-COUNTED-INS-SUB)
           .
       3425-EXIT.
           EXIT.

      ****************************************************************
      * JUDGE THE DOOR AGAINST THE ESCALATION RULES - THE CURRENT    *
      * STREAK OF CONSECUTIVE NIGHTS ENDING AT THE LATEST NIGHT ON   *
      * THE FILE, AND THE NIGHTS INSIDE THE WINDOW ENDING THERE       *
      ****************************************************************
       3430-JUDGE-ESCALATION.

           MOVE 'N' TO WS-CRITICAL
           MOVE 0   TO WS-STREAK-LEN
                       WS-WINDOW-CNT
           MOVE 99999999 TO WS-STREAK-LOW-INT

           MOVE WS-COUNTED-CNT TO WS-COUNTED-SUB
           IF WS-COUNTED-SUB GREATER 0
                   AND WI-NIGHT(WS-COUNTED-SUB) EQUAL WS-LATEST-DATE
               MOVE 1 TO WS-STREAK-LEN
               MOVE WS-LATEST-INT TO WS-STREAK-LOW-INT
               COMPUTE WS-PRIOR-INT = WS-LATEST-INT - 1
               PERFORM UNTIL WS-COUNTED-SUB EQUAL 1
                   COMPUTE WS-NIGHT-INT = FUNCTION INTEGER-OF-DATE(
                       WI-NIGHT(WS-COUNTED-SUB - 1))
                   IF WS-NIGHT-INT NOT EQUAL WS-PRIOR-INT
                       MOVE 1 TO WS-COUNTED-SUB
                   ELSE
                       ADD 1 TO WS-STREAK-LEN
                       MOVE WS-NIGHT-INT TO WS-STREAK-LOW-INT
                       SUBTRACT 1 FROM WS-PRIOR-INT
                       SUBTRACT 1 FROM WS-COUNTED-SUB
                   END-IF
               END-PERFORM
           END-IF

           MOVE 1 TO WS-COUNTED-SUB
           PERFORM UNTIL WS-COUNTED-SUB GREATER WS-COUNTED-CNT
               COMPUTE WS-NIGHT-INT = FUNCTION INTEGER-OF-DATE(
                   WI-NIGHT(WS-COUNTED-SUB))
               IF WS-NIGHT-INT NOT LESS WS-WINDOW-INT
                       AND WS-NIGHT-INT NOT GREATER WS-LATEST-INT
                   ADD 1 TO WS-WINDOW-CNT
               END-IF
               ADD 1 TO WS-COUNTED-SUB
           END-PERFORM

           IF WS-STREAK-LEN NOT LESS WS-ESCAL-CONSEC
                   OR WS-WINDOW-CNT NOT LESS WS-ESCAL-TOTAL
               SET DOOR-CRITICAL TO TRUE
           END-IF

           IF DOOR-CRITICAL
               MOVE 'CRITICAL'     TO WZ-STANDING
           ELSE
               MOVE 'NOT CRITICAL' TO WZ-STANDING
           END-IF
           MOVE WS-STREAK-LEN   TO WZ-STREAK-LEN
           MOVE WS-WINDOW-CNT   TO WZ-WINDOW-CNT
           MOVE WS-ESCAL-WINDOW TO WZ-WINDOW-LEN
           MOVE WS-LATEST-DATE  TO WZ-LATEST-DATE
           .
       3430-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE ALERT LINE WITH WHERE ITS NIGHT SITS - IN THE      *
      * CURRENT STREAK, ELSE INSIDE THE WINDOW, ELSE OLDER - AND ITS *
      * CASE. A NIGHT CLOSED AS A FALSE ALARM DOES NOT COUNT AT ALL  *
      ****************************************************************
       3440-WRITE-ALERT-LINE.

           MOVE WL-RUN-DATE(WS-ALERT-SUB) TO WZ-RUN-DATE
           MOVE WL-REASON(WS-ALERT-SUB)   TO WZ-REASON
           MOVE WL-RUN-DATE(WS-ALERT-SUB) TO WS-HIST-DATE-N
           COMPUTE WS-NIGHT-INT =
               FUNCTION INTEGER-OF-DATE(WS-HIST-DATE-N)

           MOVE WL-RUN-DATE(WS-ALERT-SUB) TO AH-RUN-DATE
           PERFORM 3450-FIND-CASE THRU 3450-EXIT
           MOVE SPACES TO WS-CASE-TEXT
           IF CASE-NOT-FOUND
               MOVE 'NO CASE' TO WX-CASE-WORD
           ELSE
               EVALUATE WC-STATUS(WC-IDX)
                   WHEN 'O'
                       MOVE 'OPEN'     TO WX-CASE-WORD
                   WHEN 'A'
                       MOVE 'ASSIGNED' TO WX-CASE-WORD
                       MOVE WC-ASSIGNEE(WC-IDX) TO WX-CASE-DETAIL
                   WHEN 'C'
                       MOVE 'CLOSED'   TO WX-CASE-WORD
                       MOVE WC-OUTCOME(WC-IDX) TO WX-CASE-DETAIL
                   WHEN OTHER
                       MOVE WC-STATUS(WC-IDX) TO WX-CASE-WORD
               END-EVALUATE
           END-IF
           MOVE WS-CASE-TEXT TO WZ-CASE

           EVALUATE TRUE
               WHEN CASE-FOUND
                       AND WC-STATUS(WC-IDX) EQUAL 'C'
                       AND WC-OUTCOME(WC-IDX) EQUAL 'FA'
                   MOVE 'NOT COUNTED' TO WZ-ESCAL-TAG
               WHEN WS-NIGHT-INT NOT LESS WS-STREAK-LOW-INT
                   MOVE 'STREAK'      TO WZ-ESCAL-TAG
               WHEN WS-NIGHT-INT NOT LESS WS-WINDOW-INT
                   MOVE 'IN WINDOW'   TO WZ-ESCAL-TAG
               WHEN OTHER
                   MOVE 'OLDER'       TO WZ-ESCAL-TAG
           END-EVALUATE

           WRITE ANSWER-RECORD FROM WS-ALERT-LINE
           ADD 1 TO WS-ALERT-SUB
           .
       3440-EXIT.
           EXIT.

      ****************************************************************
      * FIND THE DOOR'S CASE FOR THE ALERT NIGHT IN AH-RUN-DATE       *
      ****************************************************************
       3450-FIND-CASE.

           SET CASE-NOT-FOUND TO TRUE
           IF WS-CASE-CNT EQUAL 0
               GO TO 3450-EXIT
           END-IF
           SEARCH ALL WS-CASE-ENTRY
               AT END
                   SET CASE-NOT-FOUND TO TRUE
               WHEN WC-ALERT-DATE(WC-IDX) EQUAL AH-RUN-DATE
                   SET CASE-FOUND TO TRUE
           END-SEARCH
           .
       3450-EXIT.
           EXIT.

      ****************************************************************
      * THE DOOR'S LINES FROM THE AUDIT TRAIL OF THE NIGHT ASKED FOR,*
      * AS SECRET-ENTRANCE PRINTED THEM                               *
      ****************************************************************
       3500-SHOW-AUDIT-LINES.

           MOVE 0 TO WS-AUDIT-LINE-CNT
           MOVE WS-AUDIT-NAME TO WU-AUDIT-NAME
           WRITE ANSWER-RECORD FROM WS-AUDIT-HEAD-LINE

           OPEN INPUT AUDIT-IN-FILE
           IF AUDIT-FILE-NOT-FOUND
               DISPLAY 'WARNING: AUDIT FILE NOT FOUND: '
                   WS-AUDIT-NAME
               ADD 1 TO WS-AUDIT-MISSING-CNT
               WRITE ANSWER-RECORD FROM WS-NO-AUDIT-LINE
               GO TO 3500-EXIT
           END-IF

           MOVE SPACE TO WS-SCAN-EOF
           PERFORM UNTIL SCAN-EOF
               READ AUDIT-IN-FILE INTO WS-AUDIT-IN-LINE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AU-DOOR-ID EQUAL WS-INQ-DOOR-ID
                           WRITE ANSWER-RECORD
                               FROM WS-AUDIT-IN-LINE
                           ADD 1 TO WS-AUDIT-LINE-CNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-IN-FILE

           MOVE WS-AUDIT-LINE-CNT TO WU-LINE-CNT
           WRITE ANSWER-RECORD FROM WS-AUDIT-TRAILER-LINE
           .
       3500-EXIT.
           EXIT.

           COPY PARMPA.
