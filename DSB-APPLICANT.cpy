      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-APPLICANT
      *    PURPOSE: ADMISSIONS APPLICANT RECORD ON THE INDEXED
      *        DSB-APPLICANTS.TXT, KEYED BY APPLICANT ID WITH THE LAST
      *        NAME AS AN ALTERNATE KEY. ONE ROW PER APPLICATION FROM
      *        THE DAY IT ARRIVES, WHETHER OR NOT THE PERSON EVER
      *        ENROLLS - NAME, ADDRESSES AND PHONES IN THE SAME SHAPE
      *        AS THE STUDENT MASTER SO A CONVERSION CARRIES THEM
      *        ACROSS UNCHANGED, THE INTENDED MAJOR AND ENTRY TERM,
      *        RESIDENCY, TEST SCORES AND THE DOCUMENTS RECEIVED.
      *        APP-STATUS MOVES APPLIED, COMPLETE, ADMITTED OR DENIED,
      *        DEPOSITED, ENROLLED UNDER DSB-ADMIT-MAINT; A DECISION
      *        SETS APP-LETTER-FLAG FOR THE DSB-ADMIT-LETTERS RUN, AND
      *        ENROLLMENT RECORDS THE STUDENT ID THE CONVERSION GAVE.
      *-----------------------------------------------------------------*
       01  APPLICANT-REC.
           03  APP-ID                      PIC X(5).
           03  APP-FNAME                   PIC X(20).
           03  APP-MNAME                   PIC X(20).
           03  APP-LNAME                   PIC X(20).
           03  APP-STR-LOC                 PIC X(25).
           03  APP-CTY-LOC                 PIC X(20).
           03  APP-ST-LOC                  PIC X(2).
           03  APP-ZIP-LOC                 PIC X(5).
           03  APP-STR-PRM                 PIC X(25).
           03  APP-CTY-PRM                 PIC X(20).
           03  APP-ST-PRM                  PIC X(2).
           03  APP-ZIP-PRM                 PIC X(5).
           03  APP-CELL-AREA               PIC X(3).
           03  APP-CELL-EXCH               PIC X(3).
           03  APP-CELL-NUMB               PIC X(4).
           03  APP-HOM-AREA                PIC X(3).
           03  APP-HOM-EXCH                PIC X(3).
           03  APP-HOM-NUMB                PIC X(4).
           03  APP-EMG-AREA                PIC X(3).
           03  APP-EMG-EXCH                PIC X(3).
           03  APP-EMG-NUMB                PIC X(4).
           03  APP-GENDER                  PIC X.
           03  APP-RES                     PIC X.
           03  APP-MJR-CD                  PIC X(4).
           03  APP-TERM                    PIC X(5).
           03  APP-BRTH-YR                 PIC X(4).
           03  APP-BRTH-MNTH               PIC X(2).
           03  APP-BRTH-DY                 PIC X(2).
           03  APP-DATE                    PIC 9(8).
           03  APP-SAT-SCORE               PIC 9(4).
           03  APP-ACT-SCORE               PIC 9(2).
           03  APP-DOCS.
               05  APP-DOC-APPL            PIC X.
               05  APP-DOC-TRANS           PIC X.
               05  APP-DOC-SCORES          PIC X.
               05  APP-DOC-RECS            PIC X.
           03  APP-STATUS                  PIC X.
               88  APP-APPLIED                   VALUE "A".
               88  APP-COMPLETE                  VALUE "C".
               88  APP-ADMITTED                  VALUE "M".
               88  APP-DENIED                    VALUE "D".
               88  APP-DEPOSITED                 VALUE "P".
               88  APP-ENROLLED                  VALUE "E".
           03  APP-STATUS-DATE             PIC 9(8).
           03  APP-LETTER-FLAG             PIC X.
               88  APP-LETTER-DUE                VALUE "Y".
               88  APP-LETTER-SENT               VALUE "S".
           03  APP-LETTER-DATE             PIC 9(8).
           03  APP-STU-ID                  PIC X(5).
           03  APP-OPERATOR                PIC X(10).
