      ****************************************************************
      * SHARED RECORD LAYOUT FOR FACILITIES' FIELD DIAL READINGS -    *
      * COPY INTO WORKING-STORAGE SECTION AND READ THROUGH IT. ONE    *
      * 80-BYTE LINE PER SPOT CHECK: THE DOOR, WHEN THE DIAL WAS      *
      * READ (CCYYMMDD / HHMMSS), THE POSITION THE INSPECTOR SAW ON   *
      * THE PHYSICAL DIAL (00-99), WHO READ IT, AND WHO SIGNED OFF    *
      * ON CORRECTING THE CARRIED POSITION TO IT - BLANK MEANS NOT    *
      * YET APPROVED, SO A DIFFERENCE IS REPORTED BUT NOT APPLIED     *
      ****************************************************************
       01  WS-DIALRDG-LINE.
           05 RD-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(1).
           05 RD-READ-DATE                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 RD-READ-TIME                      PIC X(6).
           05 FILLER                            PIC X(1).
           05 RD-OBSERVED-POS                   PIC X(2).
           05 FILLER                            PIC X(1).
           05 RD-INSPECTOR                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 RD-APPROVER                       PIC X(8).
           05 FILLER                            PIC X(40).
