      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE OPERATOR NOTIFICATION FEED -     *
      * COPY INTO WORKING-STORAGE SECTION AND WRITE THROUGH IT. ONE   *
      * 100-BYTE FIXED-COLUMN MESSAGE PER EVENT, IN THE LAYOUT THE    *
      * PAGING/EMAIL GATEWAY ACCEPTS: THE NIGHT, A SEQUENCE NUMBER    *
      * WITHIN THE NIGHT, PAGE OR MAIL, THE RECIPIENT GROUP, THE      *
      * SEVERITY, THE EVENT TYPE, AND THE MESSAGE TEXT ITSELF         *
      ****************************************************************
       01  WS-NOTIFY-LINE.
           05 NT-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 NT-SEQ                            PIC 9(4).
           05 FILLER                            PIC X(1).
           05 NT-CHANNEL                        PIC X(4).
              88 NT-BY-PAGE                                VALUE 'PAGE'.
              88 NT-BY-MAIL                                VALUE 'MAIL'.
           05 FILLER                            PIC X(1).
           05 NT-GROUP                          PIC X(8).
           05 FILLER                            PIC X(1).
           05 NT-SEVERITY                       PIC X(4).
           05 FILLER                            PIC X(1).
           05 NT-EVENT                          PIC X(8).
           05 FILLER                            PIC X(1).
           05 NT-TEXT                           PIC X(56).
           05 FILLER                            PIC X(2).
