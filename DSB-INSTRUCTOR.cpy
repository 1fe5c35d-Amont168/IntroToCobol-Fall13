      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-INSTRUCTOR
      *    PURPOSE: INSTRUCTOR MASTER RECORD ON THE INDEXED
      *        DSB-INSTRUCTORS.TXT, KEYED BY INSTRUCTOR ID. THE
      *        DEPARTMENT IS ONE OF THE DEPARTMENTS NAMED ON THE
      *        MAJOR-CODE MASTER. RANK IS PR PROFESSOR, AO ASSOCIATE
      *        PROFESSOR, AI ASSISTANT PROFESSOR, LE LECTURER, IN
      *        INSTRUCTOR, AJ ADJUNCT. THE MAXIMUM LOAD IS THE CREDIT
      *        HOURS THE INSTRUCTOR MAY TEACH IN ONE TERM. THE
      *        OPERATOR ID IS THE SIGN-ON DSB-GRADE-ENTRY ACCEPTS
      *        GRADES FROM FOR THE INSTRUCTOR'S SECTIONS. MAINTAINED
      *        BY DSB-INS-MAINT.
      *-----------------------------------------------------------------*
       01  INSTRUCTOR-REC.
           03  INS-ID                      PIC X(5).
           03  INS-LNAME                   PIC X(20).
           03  INS-FNAME                   PIC X(20).
           03  INS-DEPT                    PIC X(20).
           03  INS-RANK                    PIC X(2).
               88  INS-RANK-VALID                VALUE "PR" "AO" "AI"
                                                       "LE" "IN" "AJ".
           03  INS-MAX-LOAD                PIC 99.
           03  INS-OPERATOR-ID             PIC X(10).
