      ****************************************************************
      * SHARED RECORD LAYOUT FOR THE KIOSK ISSUED-RANGE FILE - COPY   *
      * INTO WORKING-STORAGE SECTION AND READ/WRITE THROUGH IT. ONE   *
      * LINE PER ID RANGE A TICKET KIOSK ISSUED THAT NIGHT, WRITTEN   *
      * BY GIFT-SHOP2 ONCE THE KIOSK TRANSMISSION BALANCES TO ITS     *
      * TRAILER, AND READ BY PASS-VERIFY TO PROVE EVERY SCANNED PASS  *
      * WAS ACTUALLY ISSUED BY SOME KIOSK                             *
      ****************************************************************
       01  WS-ISSUE-LINE.
           05 IR-KIOSK-ID                       PIC X(8).
           05 FILLER                            PIC X(3).
           05 IR-LOW-ID                         PIC 9(10).
           05 FILLER                            PIC X(3).
           05 IR-HIGH-ID                        PIC 9(10).
           05 FILLER                            PIC X(3).
           05 IR-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(35).
