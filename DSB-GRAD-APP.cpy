      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-GRAD-APP
      *    PURPOSE: APPLY-TO-GRADUATE RECORD ON THE INDEXED
      *        DSB-GRAD-APPS.TXT, ONE ROW PER STUDENT PER TERM OF
      *        INTENDED GRADUATION, KEYED BY STUDENT ID AND TERM.
      *        DSB-GRAD-APPLY TAKES THE APPLICATION (DEGREE SOUGHT AND
      *        THE NAME AS IT IS TO READ ON THE DIPLOMA); DSB-GRAD-CLEAR
      *        MARKS IT CLEARED OR HELD WITH THE REASON FLAGS BELOW,
      *        AND ON REGISTRAR CONFIRMATION CONFERRED WITH THE
      *        CONFERRAL DATE AND THE HONORS POSTED TO THE MASTER.
      *-----------------------------------------------------------------*
       01  GRAD-APP-REC.
           03  GA-KEY.
               05  GA-STU-ID               PIC X(5).
               05  GA-TERM                 PIC X(5).
           03  GA-DEGREE                   PIC X(4).
           03  GA-DIPLOMA-NAME             PIC X(60).
           03  GA-APPLY-DATE               PIC 9(8).
           03  GA-STATUS                   PIC X.
               88  GA-APPLIED                    VALUE "A".
               88  GA-CLEARED                    VALUE "C".
               88  GA-HELD                       VALUE "H".
               88  GA-CONFERRED                  VALUE "G".
           03  GA-HOLD-REASONS.
               05  GA-HOLD-AUDIT           PIC X.
               05  GA-HOLD-GPA             PIC X.
               05  GA-HOLD-BURSAR          PIC X.
               05  GA-HOLD-STANDING        PIC X.
           03  GA-CLEAR-DATE               PIC 9(8).
           03  GA-CUM-GPA                  PIC 9V99.
           03  GA-HONORS                   PIC X.
               88  GA-HONORS-SUMMA               VALUE "S".
               88  GA-HONORS-MAGNA               VALUE "M".
               88  GA-HONORS-CUM                 VALUE "C".
           03  GA-CONFER-DATE              PIC 9(8).
           03  GA-OPERATOR                 PIC X(10).
