      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE AFTER-HOURS ACCESS PERMIT FILE - *
      * COPY INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT.  *
      * ONE 80-BYTE LINE PER PERMIT, KEPT IN PERMIT-ID ORDER BY       *
      * PERMIT-MAINT FROM FACILITIES' ADD/CANCEL TRANSACTIONS. A      *
      * PERMIT COVERS ONE DOOR ON ONE NIGHT (CCYYMMDD) FOR A START/   *
      * END WINDOW (HHMM) - A START LATER THAN ITS END WRAPS PAST     *
      * MIDNIGHT, AND A START EQUAL TO ITS END COVERS THE WHOLE       *
      * NIGHT. THE HOLDER IS THE CREW OR CONTRACTOR DOING THE WORK    *
      * AND THE APPROVER WHO SIGNED IT OFF. A CANCELLED PERMIT STAYS  *
      * ON FILE, NO LONGER IN FORCE, UNTIL IT EXPIRES; THE STATUS     *
      * DATE IS WHEN IT WAS ADDED OR CANCELLED                        *
      ****************************************************************
       01  WS-PERM-LINE.
           05 PM-PERMIT-ID                      PIC X(6).
           05 FILLER                            PIC X(1).
           05 PM-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(1).
           05 PM-PERMIT-DATE                    PIC X(8).
           05 FILLER                            PIC X(1).
           05 PM-START-TIME                     PIC X(4).
           05 FILLER                            PIC X(1).
           05 PM-END-TIME                       PIC X(4).
           05 FILLER                            PIC X(1).
           05 PM-HOLDER                         PIC X(20).
           05 FILLER                            PIC X(1).
           05 PM-APPROVER                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 PM-STATUS                         PIC X(1).
              88 PM-ACTIVE                                 VALUE 'A'.
              88 PM-CANCELLED                              VALUE 'C'.
           05 FILLER                            PIC X(1).
           05 PM-STATUS-DATE                    PIC X(8).
           05 FILLER                            PIC X(10).
