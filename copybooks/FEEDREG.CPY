      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE NIGHTLY FEED REGISTER - COPY     *
      * INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT.       *
      * FEED-READY APPENDS ONE 80-BYTE LINE PER FEED FOR EVERY NIGHT  *
      * IT LETS THROUGH: THE RECORDS THAT ARRIVED, THE SENDER'S       *
      * TRAILER COUNT AND TOTAL (ZERO FOR A FEED WITH NO TRAILER),    *
      * AND A CONTENT CHECKSUM, SO A LATER NIGHT'S FEED CAN BE        *
      * MATCHED AGAINST EVERY NIGHT BEFORE IT. UNEDITED ZERO-PADDED   *
      * NUMERICS AS ON THE DOOR HISTORY                               *
      ****************************************************************
       01  WS-FREG-LINE.
           05 FG-FEED-NAME                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 FG-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 FG-REC-CNT                        PIC 9(9).
           05 FILLER                            PIC X(1).
           05 FG-TRL-CNT                        PIC 9(9).
           05 FILLER                            PIC X(1).
           05 FG-TRL-TOT                        PIC 9(9).
           05 FILLER                            PIC X(1).
           05 FG-CHECKSUM                       PIC 9(15).
           05 FILLER                            PIC X(17).
