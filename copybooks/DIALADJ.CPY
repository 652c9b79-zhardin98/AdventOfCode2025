      ****************************************************************
      * SHARED RECORD LAYOUT FOR AN APPROVED DIAL POSITION            *
      * ADJUSTMENT - COPY INTO WORKING-STORAGE SECTION. DIAL-RECON    *
      * WRITES ONE LINE PER CORRECTED DOOR TO THE ADJUSTMENT FILE     *
      * THAT SECRET-ENTRANCE'S PRIOR-SUMMARY LOAD APPLIES THE NEXT    *
      * NIGHT, AND APPENDS THE SAME LINE TO THE DIAL ADJUSTMENT AUDIT *
      * TRAIL: WHICH DOOR, THE NIGHT IT WAS RECONCILED AGAINST, THE   *
      * CARRIED POSITION IT REPLACED AND THE OBSERVED ONE IT BECAME,  *
      * THE READING BEHIND IT, WHO READ AND WHO APPROVED IT, AND A    *
      * CCYYMMDDHHMMSS STAMP OF WHEN THE ADJUSTMENT WAS MADE          *
      ****************************************************************
       01  WS-DIALADJ-LINE.
           05 AJ-DOOR-ID                        PIC X(3).
           05 FILLER                            PIC X(1).
           05 AJ-RUN-DATE                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 AJ-FROM-POS                       PIC 9(2).
           05 FILLER                            PIC X(1).
           05 AJ-TO-POS                         PIC 9(2).
           05 FILLER                            PIC X(1).
           05 AJ-READ-DATE                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 AJ-READ-TIME                      PIC X(6).
           05 FILLER                            PIC X(1).
           05 AJ-INSPECTOR                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 AJ-APPROVER                       PIC X(8).
           05 FILLER                            PIC X(1).
           05 AJ-STAMP                          PIC X(14).
           05 FILLER                            PIC X(13).
