      ****************************************************************
      * NOTIFICATION ROUTING TABLE FOR OPS-NOTIFY - COPY INTO         *
      * WORKING-STORAGE SECTION. ONE ENTRY PER EVENT TYPE AND         *
      * SEVERITY, NAMING THE RECIPIENT GROUP THE GATEWAY DELIVERS TO  *
      * AND WHETHER IT PAGES OR MAILS THEM. GROUPS ARE OPSONCL (THE   *
      * ON-CALL OPERATOR), OPSDAY (THE DAY-SHIFT OPERATIONS QUEUE),   *
      * SECURITY (THE SECURITY OFFICE) AND GUESTSVC (GUEST SERVICES). *
      * A NEW EVENT TYPE OR SEVERITY MUST BE ADDED HERE, AND          *
      * WS-ROUTE-CNT RAISED TO MATCH - AN EVENT WITH NO ENTRY IS      *
      * PAGED TO THE ON-CALL OPERATOR SO IT CANNOT GO UNSEEN          *
      ****************************************************************
       01  WS-ROUTE-TBL.
           05 FILLER                            PIC X(24)  VALUE
               'FEEDHOLDCRITOPSONCL PAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'CARDREJ CRITOPSONCL PAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'STEPFAILCRITOPSONCL PAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'NORESULTCRITOPSONCL PAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'NOSTATUSCRITOPSONCL PAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'NIGHTRC HIGHOPSONCL PAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'NIGHTRC WARNOPSDAY  MAIL'.
           05 FILLER                            PIC X(24)  VALUE
               'RECON   HIGHOPSONCL PAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'NOREPORTWARNOPSDAY  MAIL'.
           05 FILLER                            PIC X(24)  VALUE
               'ESCALATECRITSECURITYPAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'SECALERTWARNSECURITYMAIL'.
           05 FILLER                            PIC X(24)  VALUE
               'FRAUD   HIGHGUESTSVCPAGE'.
           05 FILLER                            PIC X(24)  VALUE
               'FRAUD   WARNGUESTSVCMAIL'.
           05 FILLER                            PIC X(24)  VALUE
               'PASSBACKWARNGUESTSVCMAIL'.
           05 FILLER                            PIC X(24)  VALUE
               'UNISSUEDWARNGUESTSVCMAIL'.
           05 FILLER                            PIC X(24)  VALUE
               'ALLCLEARINFOOPSDAY  MAIL'.
       01  WS-ROUTE-TBL-R REDEFINES WS-ROUTE-TBL.
           05 WS-ROUTE-ENTRY OCCURS 16 TIMES.
               10 RT-EVENT                      PIC X(8).
               10 RT-SEVERITY                   PIC X(4).
               10 RT-GROUP                      PIC X(8).
               10 RT-CHANNEL                    PIC X(4).
       01  WS-ROUTE-CNT                         PIC 9(2)   VALUE 16.
