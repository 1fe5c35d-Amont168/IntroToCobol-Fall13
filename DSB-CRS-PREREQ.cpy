      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CRS-PREREQ
      *    PURPOSE: COURSE PREREQUISITE RECORD ON THE INDEXED
      *        DSB-COURSE-PREREQS.TXT, KEYED BY THE CATALOG COURSE
      *        CODE IT GOVERNS. UP TO FIVE REQUIRED COURSES, EACH WITH
      *        THE LOWEST GRADE THAT SATISFIES IT (BLANK MEANS ANY
      *        PASSING GRADE), AND A FLAG SAYING WHETHER INSTRUCTOR
      *        CONSENT MAY STAND IN FOR A PREREQUISITE NOT MET. A
      *        COURSE WITH NO RECORD HAS NO PREREQUISITES. MAINTAINED
      *        BY DSB-CRS-MAINT; ENFORCED BY DSB-REG-ENTRY AND
      *        RECHECKED BY DSB-PREREQ-CHECK AFTER GRADES POST.
      *-----------------------------------------------------------------*
       01  PREREQ-REC.
           03  PQ-CRS-CODE                 PIC X(6).
           03  PQ-CONSENT-FLAG             PIC X.
               88  PQ-CONSENT-ALLOWED            VALUE "Y".
           03  PQ-ENTRY OCCURS 5 TIMES.
               05  PQ-REQ-CRS              PIC X(6).
               05  PQ-MIN-GRADE            PIC X(2).
