      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CLIENT-PARTY
      *    PURPOSE: ADVERSE/RELATED PARTY RECORD ON DSB-CLIENT-PARTY.TXT
      *        - ONE PER OPPOSING PARTY, OPPOSING COUNSEL, OR RELATED
      *        COMPANY NAMED FOR A CLIENT AT INTAKE THROUGH
      *        DSB-CLIENT-MAINT. EVERY CONFLICT SEARCH
      *        (DSB-CONFLICT-SRCH) CHECKS THE NAMES ON THIS FILE, SO IT
      *        IS KEPT AS A RUNNING HISTORY - A DECLINED PROSPECT'S
      *        PARTIES STAY ON FILE, SINCE WHAT THE FIRM LEARNED FROM A
      *        PROSPECTIVE CLIENT CAN CONFLICT IT OUT JUST AS A
      *        CLIENT'S MATTER CAN.
      *    PTY-TYPE: "O" OPPOSING PARTY, "C" OPPOSING COUNSEL, "R"
      *        RELATED COMPANY.
      *-----------------------------------------------------------------*
       01  CLIENT-PARTY-REC.
           03  PTY-CLIENT-ID               PIC X(5).
           03  PTY-TYPE                    PIC X.
               88  PTY-OPPOSING                    VALUE "O".
               88  PTY-OPP-COUNSEL                 VALUE "C".
               88  PTY-RELATED                     VALUE "R".
               88  PTY-TYPE-VALID                  VALUE "O" "C" "R".
           03  PTY-NAME                    PIC X(30).
