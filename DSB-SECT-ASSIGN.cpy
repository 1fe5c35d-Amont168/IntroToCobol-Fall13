      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-SECT-ASSIGN
      *    PURPOSE: SECTION ASSIGNMENT RECORD ON THE INDEXED
      *        DSB-SECTION-ASSIGN.TXT - ONE INSTRUCTOR PER CATALOG
      *        SECTION PER TERM, KEYED BY COURSE CODE AND TERM.
      *        WRITTEN BY DSB-SECT-ASSIGN AFTER THE LOAD AND
      *        DOUBLE-BOOKING CHECKS; READ BY DSB-GRADE-ENTRY TO SAY
      *        WHO MAY POST THE SECTION'S GRADES AND BY
      *        DSB-TEACH-LOAD FOR THE TEACHING LOAD REPORT.
      *-----------------------------------------------------------------*
       01  SECT-ASSIGN-REC.
           03  SA-KEY.
               05  SA-CRS-CODE             PIC X(6).
               05  SA-TERM                 PIC X(5).
           03  SA-INS-ID                   PIC X(5).
           03  SA-ASSIGN-DATE              PIC 9(8).
           03  SA-OPERATOR                 PIC X(10).
