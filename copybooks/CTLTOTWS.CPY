
       01  WS-CTL-RECS-READ                     PIC 9(7)   VALUE 0.
       01  WS-CTL-RECS-PROCESSED                PIC 9(7)   VALUE 0.
      *    OPTIONAL - A PROGRAM THAT SETS ASIDE ITS OWN CLASS OF
      *    EXCEPTION (PASSBACK GROUPS, RETRANSMITTED DUPLICATES) NAMES
      *    IT HERE WITH ITS COUNT SO THE CLASS BALANCES ON ITS OWN.
      *    LEFT AT SPACES THE LINE CARRIES NO SUCH COUNT
       01  WS-CTL-FLAG-LABEL                    PIC X(8)   VALUE SPACES.
       01  WS-CTL-RECS-FLAGGED                  PIC 9(7)   VALUE 0.

       01  WS-CTL-LINE.
           05 CTL-PROGRAM-ID                    PIC X(16).
      *    TELLS ITSELF APART FROM A NIGHT THAT RAN ONCE
           05 CTL-RERUN-IND                     PIC X(1).
           05 CTL-RERUN-CNT                     PIC 9(3).
           05 FILLER                            PIC X(3)   VALUE SPACES.
           05 CTL-FLAG-LABEL                    PIC X(8).
           05 FILLER                            PIC X(1)   VALUE SPACES.
           05 CTL-RECS-FLAGGED                  PIC Z(6)9.
           05 FILLER                            PIC X(6)   VALUE SPACES.

      *    VIEW OF A LINE ALREADY ON THE FILE, READ BACK DURING THE
      *    SUPERSEDE-ON-RERUN REWRITE
           05 FILLER                            PIC X(3).
           05 CTL-OLD-RERUN-IND                 PIC X(1).
           05 CTL-OLD-RERUN-CNT                 PIC X(3).
           05 FILLER                            PIC X(3).
           05 CTL-OLD-FLAG-LABEL                PIC X(8).
           05 FILLER                            PIC X(1).
           05 CTL-OLD-RECS-FLAGGED              PIC X(7).
           05 FILLER                            PIC X(7).

      *    IN-CORE COPY OF THE WHOLE BALANCING FILE WHILE ONE LINE
      *    IS SUPERSEDED AND THE FILE IS WRITTEN BACK OUT
