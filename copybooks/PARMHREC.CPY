      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE DATED PARAMETER HISTORY FILE -   *
      * COPY INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT.  *
      * PARM-EDIT APPENDS ONE 80-BYTE LINE PER KEYWORD FOR EVERY      *
      * NIGHT WHOSE CARDS PASS THE EDIT, CARRYING THE VALUE THE       *
      * PROGRAMS WILL ACTUALLY RUN WITH AND WHETHER A CARD SET IT OR  *
      * THE COMPILED DEFAULT STANDS. A SAME-DATE RERUN SIMPLY APPENDS *
      * AGAIN AND THE READER TAKES THE LAST LINE PER KEYWORD AND DATE *
      ****************************************************************
       01  WS-PARMH-LINE.
           05 PH-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 PH-KEYWORD                        PIC X(20).
           05 FILLER                            PIC X(1).
           05 PH-VALUE                          PIC 9(9).
           05 FILLER                            PIC X(1).
           05 PH-SOURCE                         PIC X(7).
              88 PH-FROM-CARD                              VALUE 'CARD'.
              88 PH-FROM-DEFAULT                           VALUE
                                                           'DEFAULT'.
           05 FILLER                            PIC X(33).
