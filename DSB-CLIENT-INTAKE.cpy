      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CLIENT-INTAKE
      *    PURPOSE: PENDING NEW-CLIENT RECORD ON THE KEYED FILE
      *        DSB-CLIENT-INTAKE.TXT (KEY INT-CLIENT-ID). A CLIENT ADDED
      *        THROUGH DSB-CLIENT-MAINT WAITS HERE, OFF THE BILLING
      *        MASTER (CH0601.TXT), UNTIL A PARTNER RECORDS THE CONFLICT
      *        DECISION - CLEARED OR WAIVED MOVES IT TO THE MASTER,
      *        DECLINED DROPS IT.
      *    INT-CLIENT-DATA IS THE CH0601 RECORD FROM INITIAL1 THROUGH
      *        TRANS-HOURS, BYTE FOR BYTE. INT-HIT-CNT IS THE NUMBER OF
      *        POSSIBLE CONFLICTS THE SEARCH FOUND WHEN THE CLIENT WAS
      *        KEYED; INT-KEYED-BY AND INT-KEYED-DATE SAY WHO KEYED IT
      *        AND WHEN. INT-EBILL-DATA IS THE CH0601 E-BILLING FLAG AND
      *        CLIENT MATTER REFERENCE, CARRIED TO THE MASTER WITH THE
      *        REST WHEN THE CLIENT IS CLEARED.
      *-----------------------------------------------------------------*
       01  CLIENT-INTAKE-REC.
           03  INT-CLIENT-ID               PIC X(5).
           03  INT-CLIENT-DATA             PIC X(32).
           03  INT-HIT-CNT                 PIC 9(3).
           03  INT-KEYED-BY                PIC X(10).
           03  INT-KEYED-DATE              PIC 9(8).
           03  INT-EBILL-DATA              PIC X(21).
