      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE PASS HOTLIST MASTER FILE - COPY  *
      * INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT. ONE   *
      * 80-BYTE LINE PER LOST, STOLEN, OR REFUNDED PASS, KEPT IN      *
      * PASS-ID ORDER BY HOTLIST-MAINT FROM GUEST SERVICES' ADD/      *
      * REMOVE TRANSACTIONS. THE EXPIRY DATE (CCYYMMDD) IS THE LAST   *
      * NIGHT THE ENTRY IS IN FORCE - BLANK MEANS UNTIL REMOVED. THE  *
      * REASON CODE SAYS WHY THE PASS WAS LISTED                      *
      ****************************************************************
       01  WS-HOTL-LINE.
           05 HO-PASS-ID                        PIC X(10).
           05 FILLER                            PIC X(3).
           05 HO-REASON                         PIC X(2).
              88 HO-LOST                                   VALUE 'LS'.
              88 HO-STOLEN                                 VALUE 'ST'.
              88 HO-REFUNDED                               VALUE 'RF'.
              88 HO-OTHER                                  VALUE 'OT'.
              88 HO-VALID-REASON                VALUE 'LS' 'ST' 'RF'
                                                      'OT'.
           05 FILLER                            PIC X(3).
           05 HO-EXPIRY-DATE                    PIC X(8).
           05 FILLER                            PIC X(3).
           05 HO-ADD-DATE                       PIC X(8).
           05 FILLER                            PIC X(3).
           05 HO-DESC                           PIC X(30).
           05 FILLER                            PIC X(10).
