      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE SECURITY ALERT CASE MASTER -     *
      * COPY INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT.  *
      * ONE 80-BYTE LINE PER CASE, KEPT IN DOOR / ALERT-NIGHT ORDER   *
      * BY CASE-MAINT FROM THE SECURITY OFFICE'S OPEN/ASSIGN/CLOSE    *
      * TRANSACTIONS. A CASE IS OPENED AGAINST ONE ALERT-HISTORY      *
      * NIGHT FOR ONE DOOR - SEVERAL REASONS ON ONE NIGHT ARE ONE     *
      * ALERT NIGHT, AS ALERT-ESCALATE COUNTS THEM. THE OUTCOME IS    *
      * BLANK UNTIL THE CASE IS CLOSED; THE REASON IS THE ALERT       *
      * REASON THE CASE WAS OPENED AGAINST                            *
      ****************************************************************
       01  WS-CASE-LINE.
           05 CS-KEY.
              10 CS-DOOR-ID                     PIC X(3).
              10 FILLER                         PIC X(1).
              10 CS-ALERT-DATE                  PIC X(8).
           05 FILLER                            PIC X(1).
           05 CS-STATUS                         PIC X(1).
              88 CS-OPEN                                   VALUE 'O'.
              88 CS-ASSIGNED                               VALUE 'A'.
              88 CS-CLOSED                                 VALUE 'C'.
           05 FILLER                            PIC X(1).
           05 CS-OUTCOME                        PIC X(2).
              88 CS-FALSE-ALARM                            VALUE 'FA'.
              88 CS-MAINTENANCE                            VALUE 'MT'.
              88 CS-CONFIRMED                              VALUE 'CF'.
              88 CS-REFERRED                               VALUE 'RF'.
              88 CS-VALID-OUTCOME               VALUE 'FA' 'MT' 'CF'
                                                      'RF'.
           05 FILLER                            PIC X(1).
           05 CS-ASSIGNEE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 CS-OPEN-DATE                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 CS-CLOSE-DATE                     PIC X(8).
           05 FILLER                            PIC X(1).
           05 CS-REASON                         PIC X(35).
