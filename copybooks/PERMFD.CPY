      ****************************************************************
      * SHARED FD FOR THE AFTER-HOURS ACCESS PERMIT FILE - COPY INTO  *
      * FILE SECTION                                                  *
      ****************************************************************
       FD  PERMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PERMIT-RECORD.
       01  PERMIT-RECORD                        PIC X(80).
