      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-RETAIN-SCHED
      *    PURPOSE: ONE ENTRY ON THE RECORD RETENTION SCHEDULE
      *        (DSB-RETAIN-SCHED.TXT, KEY RS-RECORD-TYPE) - FOR EACH
      *        KIND OF RECORD THE SHOP KEEPS, THE FILE IT LIVES ON, THE
      *        DATE ITS RETENTION IS MEASURED FROM, AND THE NUMBER OF
      *        YEARS LEGAL REQUIRES IT BE KEPT. KEPT BY DSB-RETAIN-MAINT
      *        FROM THE TYPES IN DSB-RETAIN-TYPES; READ BY THE
      *        QUARTERLY DSB-RETAIN-PURGE, WHICH TOUCHES A RECORD TYPE
      *        ONLY WHILE RS-PURGE-ON IS SET AND RS-YEARS IS NOT ZERO.
      *-----------------------------------------------------------------*
       01  RETAIN-SCHED-REC.
           03  RS-RECORD-TYPE              PIC X(8).
           03  RS-DESC                     PIC X(30).
           03  RS-FILE-NAME                PIC X(30).
           03  RS-DATE-BASIS               PIC X(25).
           03  RS-YEARS                    PIC 9(2).
           03  RS-ACTIVE                   PIC X.
               88  RS-PURGE-ON                   VALUE "Y".
           03  RS-CHG-OPER                 PIC X(10).
           03  RS-CHG-DATE                 PIC 9(8).
