      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-DOCKET
      *    PURPOSE: DOCKET RECORD ON THE INDEXED DSB-DOCKET.TXT - ONE
      *        ROW PER CLIENT COURT DATE, FILING DEADLINE OR STATUTE
      *        OF LIMITATIONS, KEYED BY CLIENT ID AND EVENT NUMBER.
      *        MAINTAINED THROUGH DSB-DOCKET-MAINT, WHICH WORKS THE DUE
      *        DATE OUT FROM THE TRIGGER DATE (SERVICE, FILING, ORDER)
      *        WHEN THE EVENT TYPE HAS A RULE ON DSB-DOCKET-RULES.TXT.
      *        DKT-LEAD-DAYS IS HOW MANY DAYS AHEAD OF THE DUE DATE THE
      *        NIGHTLY TICKLER (DSB-DOCKET-TICKLER) STARTS LISTING THE
      *        EVENT TO THE RESPONSIBLE ATTORNEY. A COMPLETED EVENT
      *        CARRIES WHO MARKED IT AND WHEN, AND DROPS OFF THE
      *        TICKLER.
      *-----------------------------------------------------------------*
       01  DOCKET-REC.
           03  DKT-KEY.
               05  DKT-CLIENT-ID           PIC X(5).
               05  DKT-EVENT-NO            PIC 9(3).
           03  DKT-EVENT-TYPE              PIC X(4).
           03  DKT-DESC                    PIC X(30).
           03  DKT-TRIGGER-DATE            PIC 9(8).
           03  DKT-DUE-DATE                PIC 9(8).
           03  DKT-ATTY-CD                 PIC X(3).
           03  DKT-LEAD-DAYS               PIC 9(3).
           03  DKT-STATUS                  PIC X.
               88  DKT-OPEN                      VALUE "O".
               88  DKT-COMPLETE                  VALUE "C".
           03  DKT-DONE-DATE               PIC 9(8).
           03  DKT-DONE-OPER               PIC X(10).
           03  DKT-ADDED-OPER              PIC X(10).
