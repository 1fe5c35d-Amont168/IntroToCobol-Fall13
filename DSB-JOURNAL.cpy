      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-JOURNAL
      *    PURPOSE: MANUAL JOURNAL ENTRY LINE ON THE INDEXED
      *        DSB-JOURNAL.TXT, KEYED BY ENTRY NUMBER AND LINE NUMBER.
      *        EVERY LINE OF AN ENTRY CARRIES THE ENTRY'S DATE, TYPE,
      *        STATUS, MAKER, AND APPROVER, SO ANY ONE LINE TELLS THE
      *        WHOLE STORY. DSB-JE-ENTRY KEYS THE ENTRY AS PENDING;
      *        DSB-CHG-APPROVE APPROVES IT AND SENDS IT TO THE GL DAY
      *        WORK FILE; DSB-JE-CYCLE BOOKS THE REVERSAL OF A
      *        (R)EVERSING ENTRY ON THE FIRST DAY OF THE NEXT PERIOD
      *        AND REPEATS A (M)ONTHLY RECURRING ENTRY UNTIL ITS END
      *        PERIOD, EACH AS A NEW APPROVED ENTRY POINTING BACK AT
      *        THE ORIGINAL THROUGH JE-ORIG-NUM; DSB-JE-REGISTER
      *        PRINTS THEM ALL.
      *-----------------------------------------------------------------*
       01  JOURNAL-REC.
           03  JE-KEY.
               05  JE-NUM                  PIC 9(6).
               05  JE-LINE                 PIC 9(2).
           03  JE-DATE                     PIC 9(8).
           03  JE-DATE-BRK REDEFINES JE-DATE.
               05  JE-YEAR                 PIC 9(4).
               05  JE-MONTH                PIC 9(2).
               05  JE-DAY                  PIC 9(2).
           03  JE-TYPE                     PIC X.
               88  JE-IS-STANDARD                VALUE "S".
               88  JE-IS-REVERSING               VALUE "R".
               88  JE-IS-RECURRING               VALUE "M".
           03  JE-END-PERIOD               PIC 9(6).
           03  JE-LAST-PERIOD              PIC 9(6).
           03  JE-STATUS                   PIC X.
               88  JE-IS-PENDING                 VALUE "P".
               88  JE-IS-APPROVED                VALUE "A".
               88  JE-IS-REJECTED                VALUE "X".
               88  JE-IS-COMPLETE                VALUE "C".
           03  JE-ORIG-NUM                 PIC 9(6).
           03  JE-ACCT                     PIC X(4).
           03  JE-DR-CR                    PIC X.
               88  JE-IS-DEBIT                   VALUE "D".
               88  JE-IS-CREDIT                  VALUE "C".
           03  JE-AMOUNT                   PIC 9(7)V99.
           03  JE-DESC                     PIC X(30).
           03  JE-MAKER                    PIC X(10).
           03  JE-ENTRY-DATE               PIC 9(8).
           03  JE-APPROVER                 PIC X(10).
           03  JE-APPROVE-DATE             PIC 9(8).
