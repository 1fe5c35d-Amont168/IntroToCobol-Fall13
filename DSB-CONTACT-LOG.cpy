      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CONTACT-LOG
      *    PURPOSE: ONE INTERACTION WITH A DIRECTORY CONTACT ON
      *        DSB-CONTACT-LOG.TXT - A CALL, EMAIL, MEETING OR LETTER -
      *        KEYED CONTACT + DATE + TIME, SO A CONTACT'S HISTORY READS
      *        OLDEST TO NEWEST FROM A START ON THE CONTACT. THE DATE
      *        AND TIME ARE THE WALL CLOCK WHEN IT WAS KEYED AND THE
      *        OPERATOR IS THE ONE SIGNED ON. WRITTEN BY DSB-CONTACT-LOG
      *        FROM THE DIRECTORY SCREEN; NEVER CHANGED OR DELETED.
      *-----------------------------------------------------------------*
       01  CONTACT-LOG-REC.
           03  CI-KEY.
               05  CI-CONTACT-ID           PIC X(5).
               05  CI-DATE                 PIC 9(8).
               05  CI-TIME                 PIC 9(8).
           03  CI-OPERATOR                 PIC X(10).
           03  CI-CHANNEL                  PIC X.
               88  CI-BY-PHONE                   VALUE "P".
               88  CI-BY-EMAIL                   VALUE "E".
               88  CI-BY-MEETING                 VALUE "M".
               88  CI-BY-LETTER                  VALUE "L".
           03  CI-SUBJECT                  PIC X(30).
           03  CI-NOTE.
               05  CI-NOTE-1               PIC X(60).
               05  CI-NOTE-2               PIC X(60).
