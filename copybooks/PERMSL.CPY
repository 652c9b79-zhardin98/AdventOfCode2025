      ****************************************************************
      * SHARED FILE-CONTROL ENTRY FOR THE AFTER-HOURS ACCESS PERMIT   *
      * FILE - COPY INTO FILE-CONTROL                                 *
      ****************************************************************
           SELECT PERMIT-FILE ASSIGN TO 'PERMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-FILE-STATUS.
