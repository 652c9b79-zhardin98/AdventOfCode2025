      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE NIGHTLY HOLD NOTE - COPY INTO    *
      * WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT. FEED-READY *
      * AND PARM-EDIT EACH REWRITE THE FILE WHEN THEY RUN, WITH ONE   *
      * 80-BYTE LINE PER FEED NOT READY OR CARD REJECTED - EMPTY ON A *
      * NIGHT LET THROUGH - SO OPS-NOTIFY CAN PAGE A HELD NIGHT THAT  *
      * NEVER REACHED ANY DAY STEP. THE TEXT IS THE MESSAGE AS SENT   *
      ****************************************************************
       01  WS-HNOTE-LINE.
           05 HN-PROGRAM-ID                     PIC X(16).
           05 FILLER                            PIC X(1).
           05 HN-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 HN-RC                             PIC 9(2).
           05 FILLER                            PIC X(1).
           05 HN-TEXT                           PIC X(51).
